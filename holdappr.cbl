       identification division.
       program-id. Hold-Approval.
      *****************************************************************
      * This program works the supervisor hold queue left by         *
      * Store-Data-Validation. Records for a suspended store, and    *
      * transfers into a suspended store or into another territory,  *
      * sit in holdtran.txt until a supervisor decides them on the   *
      * decision file (holddec.txt). Approved records are written to *
      * the release file (holdrel.txt, with its own trailer) that    *
      * the next validation run picks up as one more input source;   *
      * denied records are dropped; undecided records stay held.     *
      * Every held record is listed on holdrpt.txt with its age, and *
      * one left undecided longer than HOLD-AGE-DAYS is flagged      *
      * overdue. Each decision applied is written to the hold audit  *
      * log.                                                         *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select optional run-parm-file assign to "runparm.txt"
                  Organization is line sequential.
           select optional hold-file assign to "holdtran.txt"
                  Organization is line sequential.
           select hold-new-file assign to "holdtran.new"
                  Organization is line sequential.
           select optional decision-file assign to "holddec.txt"
                  Organization is line sequential.
           select optional release-file assign to "holdrel.txt"
                  Organization is line sequential.
           select release-new-file assign to "holdrel.new"
                  Organization is line sequential.
           select hold-report-file assign to "holdrpt.txt"
                  Organization is line sequential.
           select optional audit-log-file assign to "holdaudit.txt"
                  Organization is line sequential.

       data division.
       File Section.
       FD run-parm-file.

       01 run-parm-rec     pic x(66).

       FD hold-file.

       01 hold-rec.
           05 hd-record.
               10 hd-store     pic x(5).
               10 hd-terr      pic x(2).
               10 hd-area      pic x(2).
               10 hd-dept      pic x(2).
               10 hd-tran      pic x(3).
               10 hd-xfr-store pic x(5).
               10 hd-eff-date  pic x(8).
           05 hd-reason     pic x(1).
           05 hd-held-date  pic 9(8).
           05 hd-rec-num    pic 9(6).
           05 hd-region     pic x(8).
           05 hd-held-seq   pic 9(2).

       FD hold-new-file.

       01 hold-new-rec     pic x(52).

      * A decision names the held record by the date and validation
      * cycle it was held in and its input record number in that
      * cycle, all as listed on the hold report, then A (approve) or
      * D (deny) and who decided.
       FD decision-file.

       01 decision-rec.
           05 dc-held-date  pic x(8).
           05 dc-held-seq   pic x(2).
           05 dc-rec-num    pic x(6).
           05 dc-decision   pic x(1).
           05 dc-supervisor pic x(8).

       FD release-file.

       01 release-rec      pic x(27).

       01 release-trailer redefines release-rec.
           05 rl-id         pic x(3).
           05 rl-count      pic 9(6).
           05 filler        pic x(18).

       FD release-new-file.

       01 release-new-rec  pic x(27).

       01 release-new-trailer redefines release-new-rec.
           05 rln-id        pic x(3).
           05 rln-count     pic 9(6).
           05 filler        pic x(18).

       FD hold-report-file.

       01 hold-report-rec  pic x(66).

       FD audit-log-file.

       01 audit-rec.
           05 aud-date     pic x(8).
           05 filler       pic x(1).
           05 aud-time     pic x(6).
           05 filler       pic x(1).
           05 aud-action   pic x(7).
           05 filler       pic x(1).
           05 aud-held-date pic x(8).
           05 aud-held-seq pic x(2).
           05 filler       pic x(1).
           05 aud-rec-num  pic x(6).
           05 filler       pic x(1).
           05 aud-record   pic x(27).
           05 filler       pic x(1).
           05 aud-supervisor pic x(8).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.

       01 hold-eof         pic x(1) value 'n'.

       01 dec-eof          pic x(1) value 'n'.

       01 rel-eof          pic x(1) value 'n'.

       01 ws-parm-key      pic x(20) value spaces.

       01 ws-parm-value    pic x(44) value spaces.

       01 ws-parm-num      pic 9(3) value zero.

       01 ws-parm-num-ok   pic x(1) value 'n'.

       01 ws-digit-ctr     pic 9(2) value zero.

       01 ws-parm-sub      pic 9(2) value zero.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-time      pic 9(6) value zero.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-age-days      pic 9(3) value 5.

       01 ws-age           pic 9(5) value zero.

       01 ws-held-ctr      pic 9(6) value zero.

       01 ws-waiting-ctr   pic 9(6) value zero.

       01 ws-overdue-ctr   pic 9(6) value zero.

       01 ws-approved-ctr  pic 9(6) value zero.

       01 ws-denied-ctr    pic 9(6) value zero.

       01 ws-carried-ctr   pic 9(6) value zero.

       01 ws-release-ctr   pic 9(6) value zero.

       01 ws-unmatched-ctr pic 9(6) value zero.

       01 ws-dec-table.
           05 ws-dec-cnt   pic 9(3) value zero.
           05 ws-dec-entry occurs 500 times
                            indexed by dec-idx.
               10 ws-dec-held-date  pic x(8).
               10 ws-dec-held-seq   pic x(2).
               10 ws-dec-rec-num    pic x(6).
               10 ws-dec-decision   pic x(1).
               10 ws-dec-supervisor pic x(8).
               10 ws-dec-status     pic x(1).

       01 ws-dec-table-full pic x(1) value 'N'.

       01 ws-dec-sub       pic 9(3) value zero.

       01 ws-found-flag    pic x(1) value 'n'.

       01 ws-hold-status   pic x(8) value spaces.

       01 ws-exist-info    pic x(16) value spaces.

       01 ws-dec-found     pic x(1) value 'n'.

       01 ws-swap-rc       pic 9(2) value zero.

       01 ws-new-hold-name  pic x(12) value 'holdtran.new'.

       01 ws-live-hold-name pic x(12) value 'holdtran.txt'.

       01 ws-new-rel-name   pic x(11) value 'holdrel.new'.

       01 ws-live-rel-name  pic x(11) value 'holdrel.txt'.

       01 ws-dec-name       pic x(11) value 'holddec.txt'.

       01 ws-done-dec-name  pic x(23) value spaces.

       01 blank-line       pic x(66) value spaces.

       01 hold-header-1.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(18) value 'HOLD QUEUE REVIEW'.
           05 filler       pic x(9) value 'RUN DATE '.
           05 hh-date-out  pic x(8).

       01 hold-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(51) value
              'REASON: S SUSPENDED  R RECV SUSPENDED  T CROSS TERR'.

       01 hold-header-3.
           05 filler       pic x(5) value 'STORE'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(2) value 'TR'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(2) value 'AR'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(2) value 'DP'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(3) value 'TRN'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(11) value 'HELD CYCLE'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(6) value 'REC#'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(1) value 'R'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(3) value 'AGE'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(8) value 'STATUS'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(8) value 'BY'.

       01 hold-detail-line.
           05 hl-store-out pic x(5).
           05 filler       pic x(1) value spaces.
           05 hl-terr-out  pic x(2).
           05 filler       pic x(1) value spaces.
           05 hl-area-out  pic x(2).
           05 filler       pic x(1) value spaces.
           05 hl-dept-out  pic x(2).
           05 filler       pic x(1) value spaces.
           05 hl-tran-out  pic x(3).
           05 filler       pic x(1) value spaces.
           05 hl-held-out  pic x(8).
           05 filler       pic x(1) value '-'.
           05 hl-seq-out   pic x(2).
           05 filler       pic x(1) value spaces.
           05 hl-rec-out   pic x(6).
           05 filler       pic x(1) value spaces.
           05 hl-reason-out pic x(1).
           05 filler       pic x(1) value spaces.
           05 hl-age-out   pic zz9.
           05 filler       pic x(1) value spaces.
           05 hl-status-out pic x(8).
           05 filler       pic x(1) value spaces.
           05 hl-sup-out   pic x(8).

       01 unmatched-header.
           05 filler       pic x(12) value spaces.
           05 filler       pic x(25) value
                  'DECISIONS NOT APPLIED'.

       01 unmatched-line.
           05 filler       pic x(2) value spaces.
           05 ul-held-out  pic x(8).
           05 filler       pic x(1) value '-'.
           05 ul-seq-out   pic x(2).
           05 filler       pic x(1) value spaces.
           05 ul-rec-out   pic x(6).
           05 filler       pic x(1) value spaces.
           05 ul-dec-out   pic x(1).
           05 filler       pic x(1) value spaces.
           05 ul-sup-out   pic x(8).
           05 filler       pic x(2) value spaces.
           05 ul-msg-out   pic x(20).

       01 hold-total-line.
           05 filler       pic x(2) value spaces.
           05 ht-label-out pic x(24).
           05 ht-cnt-out   pic zzzzz9.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.

           perform 150-read-parameters
           perform 200-load-decisions

           open output hold-report-file
           move ws-run-date to hh-date-out
           write hold-report-rec from hold-header-1
           write hold-report-rec from hold-header-2
           write hold-report-rec from blank-line
           write hold-report-rec from hold-header-3

           open output release-new-file
           perform 250-carry-releases

           open input hold-file
           open output hold-new-file
           open extend audit-log-file
           perform until hold-eof = 'y'
               read hold-file
                   at end move 'y' to hold-eof
                   not at end
                       add 1 to ws-held-ctr
                       perform 300-review-held
               end-read
           end-perform
           close hold-file, hold-new-file, audit-log-file

           move spaces to release-new-rec
           move 'TRL' to rln-id
           move ws-release-ctr to rln-count
           write release-new-rec
           close release-new-file

           perform 400-report-unmatched
           perform 450-report-totals
           close hold-report-file

           move 0 to ws-swap-rc
           perform 500-swap-files
           perform 550-consume-decisions

           display 'HOLD APPROVAL  HELD: ' ws-held-ctr
                   ' APPROVED: ' ws-approved-ctr
                   ' DENIED: ' ws-denied-ctr
                   ' OVERDUE: ' ws-overdue-ctr
           if ws-swap-rc not = 0
               move ws-swap-rc to return-code
           else
               if ws-overdue-ctr > 0 or ws-unmatched-ctr > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if
           stop run.

      * Only HOLD-AGE-DAYS matters here; the rest of the shared
      * parameter file belongs to the other steps and is passed over.
       150-read-parameters.
           open input run-parm-file
           perform until parm-eof = 'y'
               read run-parm-file
                   at end move 'y' to parm-eof
                   not at end
                       move spaces to ws-parm-key, ws-parm-value
                       unstring run-parm-rec delimited by '='
                           into ws-parm-key, ws-parm-value
                       end-unstring
                       if ws-parm-key = 'HOLD-AGE-DAYS'
                           perform 160-check-parm-numeric
                           if ws-parm-num-ok = 'y'
                               move ws-parm-num to ws-age-days
                           end-if
                       end-if
               end-read
           end-perform
           close run-parm-file.

      * The value may be keyed unpadded ('5' as readily as '005'), so
      * it is scanned digit by digit the way the validator reads its
      * numeric parameters, not tested against a fixed width.
       160-check-parm-numeric.
           move 'y' to ws-parm-num-ok
           move zero to ws-digit-ctr
           move zero to ws-parm-num
           perform varying ws-parm-sub from 1 by 1
                   until ws-parm-sub > 44
               evaluate ws-parm-value (ws-parm-sub:1)
                   when space
                       continue
                   when '0' thru '9'
                       add 1 to ws-digit-ctr
                       if ws-digit-ctr > 3
                           move 'n' to ws-parm-num-ok
                       else
                           compute ws-parm-num = ws-parm-num * 10
                               + function numval
                                   (ws-parm-value (ws-parm-sub:1))
                       end-if
                   when other
                       move 'n' to ws-parm-num-ok
               end-evaluate
           end-perform
           if ws-digit-ctr = 0
               move 'n' to ws-parm-num-ok
           end-if.

      * Each decision starts unused (space). A decision other than A
      * or D is marked bad, and a second decision for a record
      * already decided is marked duplicate; neither is applied, and
      * both are listed with any decision that names no held record.
       200-load-decisions.
           open input decision-file
           perform until dec-eof = 'y'
               read decision-file
                   at end move 'y' to dec-eof
                   not at end
                       if ws-dec-cnt < 500
                           perform 210-hold-decision
                       else
                           if ws-dec-table-full = 'N'
                               display 'WARNING: DECISION TABLE FULL'
                               move 'Y' to ws-dec-table-full
                           end-if
                       end-if
               end-read
           end-perform
           close decision-file.

       210-hold-decision.
           move 'n' to ws-found-flag
           perform varying ws-dec-sub from 1 by 1
                   until ws-dec-sub > ws-dec-cnt
               if ws-dec-held-date (ws-dec-sub) = dc-held-date
                  and ws-dec-held-seq (ws-dec-sub) = dc-held-seq
                  and ws-dec-rec-num (ws-dec-sub) = dc-rec-num
                  and ws-dec-status (ws-dec-sub) = space
                   move 'y' to ws-found-flag
               end-if
           end-perform
           add 1 to ws-dec-cnt
           move dc-held-date to ws-dec-held-date (ws-dec-cnt)
           move dc-held-seq to ws-dec-held-seq (ws-dec-cnt)
           move dc-rec-num to ws-dec-rec-num (ws-dec-cnt)
           move dc-decision to ws-dec-decision (ws-dec-cnt)
           move dc-supervisor to ws-dec-supervisor (ws-dec-cnt)
           evaluate true
               when dc-decision not = 'A' and dc-decision not = 'D'
                   move 'B' to ws-dec-status (ws-dec-cnt)
               when ws-found-flag = 'y'
                   move 'X' to ws-dec-status (ws-dec-cnt)
               when other
                   move space to ws-dec-status (ws-dec-cnt)
           end-evaluate.

      * Approvals not yet taken in by a validation run (a night the
      * validation step was bypassed) are still in the release file;
      * they are carried into the new one ahead of tonight's
      * approvals so nothing signed off is lost. The old trailer is
      * dropped and a fresh one written at the end.
       250-carry-releases.
           open input release-file
           perform until rel-eof = 'y'
               read release-file
                   at end move 'y' to rel-eof
                   not at end
                       if rl-id not = 'TRL'
                           move release-rec to release-new-rec
                           write release-new-rec
                           add 1 to ws-carried-ctr
                           add 1 to ws-release-ctr
                       end-if
               end-read
           end-perform
           close release-file.

      * A held record with a decision goes out approved or denied;
      * one without stays on the queue, flagged overdue once it has
      * waited longer than HOLD-AGE-DAYS.
       300-review-held.
           perform 310-find-decision
           move spaces to hl-sup-out
           if hd-held-date is numeric
               compute ws-age =
                   function integer-of-date (ws-run-date)
                   - function integer-of-date (hd-held-date)
           else
               move zero to ws-age
           end-if
           if ws-dec-found = 'y'
               move ws-dec-supervisor (dec-idx) to hl-sup-out
               move 'U' to ws-dec-status (dec-idx)
               if ws-dec-decision (dec-idx) = 'A'
                   move 'APPROVED' to ws-hold-status
                   add 1 to ws-approved-ctr
                   add 1 to ws-release-ctr
                   move hd-record to release-new-rec
                   write release-new-rec
               else
                   move 'DENIED' to ws-hold-status
                   add 1 to ws-denied-ctr
               end-if
               perform 350-write-audit
           else
               move hold-rec to hold-new-rec
               write hold-new-rec
               if ws-age > ws-age-days
                   move 'OVERDUE' to ws-hold-status
                   add 1 to ws-overdue-ctr
               else
                   move 'WAITING' to ws-hold-status
                   add 1 to ws-waiting-ctr
               end-if
           end-if
           perform 320-write-hold-line.

       310-find-decision.
           move 'n' to ws-dec-found
           set dec-idx to 1
           search ws-dec-entry
               at end move 'n' to ws-dec-found
               when dec-idx > ws-dec-cnt
                   move 'n' to ws-dec-found
               when ws-dec-held-date (dec-idx) = hd-held-date
                and ws-dec-held-seq (dec-idx) = hd-held-seq
                and ws-dec-rec-num (dec-idx) = hd-rec-num
                and ws-dec-status (dec-idx) = space
                   move 'y' to ws-dec-found
           end-search.

       320-write-hold-line.
           move hd-store to hl-store-out
           move hd-terr to hl-terr-out
           move hd-area to hl-area-out
           move hd-dept to hl-dept-out
           move hd-tran to hl-tran-out
           move hd-held-date to hl-held-out
           move hd-held-seq to hl-seq-out
           move hd-rec-num to hl-rec-out
           move hd-reason to hl-reason-out
           if ws-age > 999
               move 999 to hl-age-out
           else
               move ws-age to hl-age-out
           end-if
           move ws-hold-status to hl-status-out
           write hold-report-rec from hold-detail-line.

       350-write-audit.
           move spaces to audit-rec
           if ws-hold-status = 'APPROVED'
               move 'APPROVE' to aud-action
           else
               move 'DENY' to aud-action
           end-if
           move ws-run-date to aud-date
           move ws-run-time to aud-time
           move hd-held-date to aud-held-date
           move hd-held-seq to aud-held-seq
           move hd-rec-num to aud-rec-num
           move hd-record to aud-record
           move ws-dec-supervisor (dec-idx) to aud-supervisor
           write audit-rec.

      * A decision that was never applied is listed so the supervisor
      * can see it did nothing: it names no record on the queue (or
      * one already decided), it is a second decision for the same
      * record, or the decision code is not A or D.
       400-report-unmatched.
           perform varying ws-dec-sub from 1 by 1
                   until ws-dec-sub > ws-dec-cnt
               if ws-dec-status (ws-dec-sub) not = 'U'
                   if ws-unmatched-ctr = 0
                       write hold-report-rec from blank-line
                       write hold-report-rec from unmatched-header
                   end-if
                   add 1 to ws-unmatched-ctr
                   move ws-dec-held-date (ws-dec-sub) to ul-held-out
                   move ws-dec-held-seq (ws-dec-sub) to ul-seq-out
                   move ws-dec-rec-num (ws-dec-sub) to ul-rec-out
                   move ws-dec-decision (ws-dec-sub) to ul-dec-out
                   move ws-dec-supervisor (ws-dec-sub) to ul-sup-out
                   evaluate ws-dec-status (ws-dec-sub)
                       when 'B'
                           move 'BAD DECISION' to ul-msg-out
                       when 'X'
                           move 'DUPLICATE DECISION' to ul-msg-out
                       when other
                           move 'NO SUCH HELD RECORD' to ul-msg-out
                   end-evaluate
                   write hold-report-rec from unmatched-line
               end-if
           end-perform.

       450-report-totals.
           write hold-report-rec from blank-line
           move 'HELD RECORDS REVIEWED:' to ht-label-out
           move ws-held-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line
           move 'STILL WAITING:' to ht-label-out
           move ws-waiting-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line
           move 'OVERDUE:' to ht-label-out
           move ws-overdue-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line
           move 'APPROVED:' to ht-label-out
           move ws-approved-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line
           move 'DENIED:' to ht-label-out
           move ws-denied-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line
           move 'CARRIED FROM LAST RUN:' to ht-label-out
           move ws-carried-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line
           move 'AWAITING RELEASE:' to ht-label-out
           move ws-release-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line
           move 'DECISIONS NOT APPLIED:' to ht-label-out
           move ws-unmatched-ctr to ht-cnt-out
           write hold-report-rec from hold-total-line.

      * Both files are staged and renamed over the live ones only
      * after a clean close. The hold file goes first: if the release
      * swap then fails the approved records are safe in holdrel.new
      * rather than sitting on the queue to be approved twice. If the
      * hold swap itself fails the approved records are still on the
      * queue, so the release file is left staged as well and nothing
      * is released until the swap is put right. An empty release
      * file is removed instead, so the validator does not queue a
      * source with nothing in it.
       500-swap-files.
           call 'CBL_RENAME_FILE'
               using ws-new-hold-name, ws-live-hold-name
           if return-code not = 0
               display 'HOLD FILE SWAP FAILED, RC ' return-code
               display 'UPDATED HOLD QUEUE LEFT IN ' ws-new-hold-name
               move 12 to ws-swap-rc
           end-if
           if ws-swap-rc not = 0
               display 'NOTHING RELEASED - RELEASE FILE LEFT IN '
                       ws-new-rel-name
           else
               if ws-release-ctr > 0
                   call 'CBL_RENAME_FILE'
                       using ws-new-rel-name, ws-live-rel-name
                   if return-code not = 0
                       display 'RELEASE FILE SWAP FAILED, RC '
                               return-code
                       display 'APPROVED RECORDS LEFT IN '
                               ws-new-rel-name
                       move 12 to ws-swap-rc
                   end-if
               else
                   call 'CBL_DELETE_FILE' using ws-new-rel-name
                   call 'CBL_DELETE_FILE' using ws-live-rel-name
               end-if
           end-if
           move 0 to return-code.

      * The decision file is renamed to a dated processed copy once
      * applied, so the same decisions are not read again tomorrow.
       550-consume-decisions.
           call 'CBL_CHECK_FILE_EXIST'
               using ws-dec-name, ws-exist-info
           if return-code = 0 and ws-swap-rc = 0
               move spaces to ws-done-dec-name
               string 'holddec.' delimited by size
                      ws-run-date delimited by size
                      '.' delimited by size
                      ws-run-time delimited by size
                      into ws-done-dec-name
               end-string
               call 'CBL_RENAME_FILE'
                   using ws-dec-name, ws-done-dec-name
               if return-code not = 0
                   display 'DECISION FILE CONSUME FAILED, RC '
                           return-code
                   display 'DECISIONS LEFT IN ' ws-dec-name
                   move 12 to ws-swap-rc
               end-if
           end-if
           move 0 to return-code.
