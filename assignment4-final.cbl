       program-id. Store-Data-Validation.
      *****************************************************************
      * This program will validate the data from our file listing all *
      * of the store's Territory Number, Area Number and Depatrment  *
      * numbers                                                      *
      ***************************************************************** 
       environment division.
       configuration section.
                  Organization is line sequential.
           select hierarchy-file assign to "hierarchy.txt"
                  Organization is line sequential.
           select optional dept-rules-file assign to "deptrules.txt"
                  Organization is line sequential.
           select reject-file assign to dynamic ws-reject-file-name
                  Organization is line sequential.
           select store-master-file assign to "storemast.dat"
                  record key is fw-key.
           select optional stodept-master assign to "stodept.dat"
                  organization is indexed
                  access is dynamic
                  record key is sd-key.
           select accepted-work-file assign to "acceptwk.txt"
                  Organization is line sequential.
                  Organization is line sequential.
           select optional stodept-journal assign to "sdjournal.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.
           select optional pending-tran-file assign to "pendtran.txt"
                  Organization is line sequential.
           select pending-new-file assign to "pendtran.new"
                  Organization is line sequential.
           select pending-rel-file assign to "pendrel.tmp"
                  Organization is line sequential.
           select optional hold-file assign to "holdtran.txt"
                  Organization is line sequential.
           select region-work-file assign to "regwork.txt"
                  Organization is line sequential.
           select pkg-report-file assign to dynamic ws-pkg-rpt-name
                  Organization is line sequential.
           select pkg-reject-file assign to dynamic ws-pkg-rej-name
                  Organization is line sequential.

       data division.
       File Section.

       FD reject-file.

      * The region the record came in from rides at the end, so the
      * combined file can be split into each region's package, and
      * behind it the line exactly as a comma-delimited source sent
      * it (spaces for a fixed-layout source).
       01 reject-rec.
           05 reject-store-rec pic x(27).
           05 filler           pic x(1).
           05 reject-errors    pic x(100).
           05 filler           pic x(1).
           05 reject-region    pic x(8).
           05 filler           pic x(1).
           05 reject-raw-line  pic x(80).

       FD store-master-file.

           05 sm-store-num-in    pic x(5).
           05 sm-store-name-in   pic x(15).
           05 sm-store-status-in pic x(1).
           05 sm-store-format-in pic x(1).

       FD dup-work-file.

           05 hr-area-in   pic x(2).
           05 hr-dept-in   pic x(2).

      * R - the department requires the other department in the same
      * store; X - the two departments may not be carried together;
      * M - a store of the format may carry no more departments than
      * the count in the other-department columns. An R or X rule
      * with a format applies to stores of that format only.
       FD dept-rules-file.

       01 dept-rule-rec.
           05 dr-type-in   pic x(1).
           05 dr-dept-in   pic x(2).
           05 dr-other-in  pic x(2).
           05 dr-format-in pic x(1).
           05 dr-eff-date  pic x(8).
           05 dr-exp-date  pic x(8).

       FD audit-run-file.

       01 audit-run-rec.
           05 aur-rc       pic 9(2).
           05 filler       pic x(1).
           05 aur-trial    pic x(1).
           05 filler       pic x(1).
           05 aur-held     pic 9(6).
           05 filler       pic x(1).
           05 aur-seq      pic 9(2).
           05 filler       pic x(1).
           05 aur-released pic 9(6).
           05 filler       pic x(1).
           05 aur-parked   pic 9(6).

       FD stodept-journal.

           05 jr-before    pic x(25).
           05 filler       pic x(1).
           05 jr-after     pic x(25).
           05 filler       pic x(1).
           05 jr-source    pic x(8).
           05 filler       pic x(1).
           05 jr-run-seq   pic x(2).
           05 filler       pic x(1).
           05 jr-operator  pic x(8).

      * The date and number of the validation cycle in progress, set
      * by the run-cycle step at the head of the chain.
       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       FD pending-tran-file.

           05 prl-count     pic 9(6).
           05 filler        pic x(18).

      * A record held for a supervisor's sign-off: the input record
      * as read, why it was held (S - store suspended, R - receiving
      * store suspended, T - transfer into another territory), and
      * the run date and input record number that identify it on
      * the decision file.
       FD hold-file.

       01 hold-rec.
           05 hd-record     pic x(27).
           05 hd-reason     pic x(1).
           05 hd-held-date  pic 9(8).
           05 hd-rec-num    pic 9(6).
           05 hd-region     pic x(8).
           05 hd-held-seq   pic 9(2).

       FD run-history-file.

       01 run-history-rec.
           05 rh-return-code pic 9(2).
           05 rh-eff-err    pic 9(6).
           05 rh-csv-err    pic 9(6).
           05 rh-held       pic 9(6).
           05 rh-rule-req   pic 9(6).
           05 rh-rule-excl  pic 9(6).
           05 rh-rule-max   pic 9(6).

       FD checkpoint-file.

               10 ckpt-src-entry occurs 20 times.
                   15 ckpt-src-good pic 9(6).
                   15 ckpt-src-bad  pic 9(6).
           05 ckpt-held-ctr     pic 9(6).
           05 ckpt-run-seq      pic 9(2).
           05 ckpt-rule-req-ctr pic 9(6).
           05 ckpt-rule-excl-ctr pic 9(6).
           05 ckpt-rule-max-ctr pic 9(6).
           05 ckpt-cycle-date   pic 9(8).

      * Every error detail line is copied here with the region of the
      * source it came from, for the per-region return packages.
       FD region-work-file.

       01 region-work-rec.
           05 rw-region    pic x(8).
           05 rw-line      pic x(60).

       FD pkg-report-file.

       01 pkg-report-rec   pic x(60).

      * A region's rejected records go back in the input layout with
      * a trailer, so the region can correct them in place and send
      * the file in again as an extract of its own. A comma-delimited
      * region gets its own lines back and a TRL,count trailer.
       FD pkg-reject-file.

       01 pkg-reject-rec   pic x(80).

       01 pkg-trailer-rec.
           05 pkg-trl-id    pic x(3).
           05 pkg-trl-count pic 9(6).
           05 pkg-trl-fill  pic x(5).

       working-storage section.
       01 eof  pic x value "n".
           05 filler       pic x(2) value spaces.
           05 filler       pic x(5) value 'RUN: '.
           05 ph-date-out  pic 9(8).
           05 filler       pic x(1) value '-'.
           05 ph-seq-out   pic 9(2).
           05 filler       pic x(1) value spaces.
           05 ph-time-out  pic 9(6).
           05 filler       pic x(2) value spaces.
           05 filler       pic x(11) value spaces.
           05 filler       pic x(12) value 'BAD RECORDS:'.
           05 bad-rec-out  pic zzzzz9 value '0'.
       01 summary-line-3.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(13) value 'HELD RECORDS:'.
           05 held-rec-out pic zzzzz9 value '0'.

       01 breakdown-header.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(25) value 'MALFORMED CSV:'.
           05 bd-14-out    pic zzzzz9.

       01 breakdown-line-15.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(25) value 'RULE - REQUIRED DEPT:'.
           05 bd-15-out    pic zzzzz9.

       01 breakdown-line-16.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(25) value 'RULE - EXCLUDED DEPT:'.
           05 bd-16-out    pic zzzzz9.

       01 breakdown-line-17.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(25) value 'RULE - OVER FORMAT MAX:'.
           05 bd-17-out    pic zzzzz9.

       01 tran-summary-header.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(19) value 'TRANSACTION SUMMARY'.
           05 filler          pic x(2) value spaces.
           05 src-recon-out   pic x(7).

       01 pkg-header-1.
           05 filler       pic x(16) value spaces.
           05 filler       pic x(21) value 'REGION RETURN PACKAGE'.

       01 pkg-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(8) value 'REGION: '.
           05 pkg-region-out pic x(8).
           05 filler       pic x(2) value spaces.
           05 filler       pic x(5) value 'RUN: '.
           05 pkg-date-out pic 9(8).
           05 filler       pic x(1) value '-'.
           05 pkg-seq-out  pic 9(2).

       01 pkg-none-line.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(20) value 'NO ERRORS THIS RUN'.

       01 pkg-err-header.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(18) value 'ERROR TYPE COUNTS:'.

       01 pkg-err-line.
           05 filler          pic x(2) value spaces.
           05 pkg-err-fld-out pic x(10).
           05 filler          pic x(2) value spaces.
           05 pkg-err-msg-out pic x(19).
           05 filler          pic x(2) value spaces.
           05 pkg-err-cnt-out pic zzzzz9.

       01 ws-good-rec-ctr  pic 9(6) value zero.

       01 ws-bad-rec-ctr   pic 9(6) value zero.
       01 ws-combo-err-ctr pic 9(6) value zero.
       01 ws-tran-err-ctr  pic 9(6) value zero.
       01 ws-eff-err-ctr   pic 9(6) value zero.
       01 ws-rule-req-ctr  pic 9(6) value zero.
       01 ws-rule-excl-ctr pic 9(6) value zero.
       01 ws-rule-max-ctr  pic 9(6) value zero.

       01 ws-add-app-ctr   pic 9(6) value zero.
       01 ws-add-rej-ctr   pic 9(6) value zero.
       01 csv-header-line     pic x(40)
              value 'STORE_NUM,STORE_NAME,FIELD,DATA,ERROR'.

       01 csv-summary-header  pic x(37)
              value 'GOOD_RECORDS,BAD_RECORDS,HELD_RECORDS'.

       01 csv-summary-line.
           05 csv-good-out  pic 9(6).
           05 filler        pic x(1) value ','.
           05 csv-bad-out   pic 9(6).
           05 filler        pic x(1) value ','.
           05 csv-held-out  pic 9(6).

       01 csv-breakdown-header  pic x(17) value 'ERROR_TYPE,COUNT'.


       01 ws-hier-table-full     pic x(1) value 'N'.

       01 ws-dept-rules.
           05 ws-rule-cnt   pic 9(3) value zero.
           05 ws-rule-entry occurs 200 times.
               10 ws-rule-type   pic x(1).
               10 ws-rule-dept   pic x(2).
               10 ws-rule-other  pic x(2).
               10 ws-rule-max redefines ws-rule-other pic 9(2).
               10 ws-rule-format pic x(1).

       01 ws-rule-table-full     pic x(1) value 'N'.

       01 rule-eof               pic x(1) value 'n'.

       01 ws-rule-sub            pic 9(3) value zero.

      * The departments a store carries while its rules are checked:
      * the master's records for the store, with a trial run's own
      * earlier changes laid over them.
       01 ws-rule-store-depts.
           05 ws-rsd-cnt    pic 9(3) value zero.
           05 ws-rsd-entry occurs 100 times.
               10 ws-rsd-key     pic x(11).
               10 ws-rsd-present pic x(1).

       01 ws-rsd-sub             pic 9(3) value zero.

       01 ws-rsd-sub2            pic 9(3) value zero.

       01 ws-rsd-dup-flag        pic x(1) value 'n'.

       01 ws-rule-store          pic x(5) value spaces.

       01 ws-rule-store-format   pic x(1) value space.

       01 ws-rule-key.
           05 ws-rk-store        pic x(5).
           05 ws-rk-terr         pic x(2).
           05 ws-rk-area         pic x(2).
           05 ws-rk-dept         pic x(2).

       01 ws-rule-look-dept      pic x(2) value spaces.

       01 ws-rule-carries        pic x(1) value 'n'.

       01 ws-rule-dept-cnt       pic 9(3) value zero.

       01 ws-trial-ovl.
           05 ws-ovl-cnt    pic 9(4) value zero.
           05 ws-ovl-entry occurs 5000 times.
               10 ws-ovl-key     pic x(11).
               10 ws-ovl-op      pic x(1).

       01 ws-ovl-sub             pic 9(4) value zero.

       01 ws-ovl-table-full      pic x(1) value 'N'.

       01 hier-eof          pic x(1) value 'n'.

       01 ws-combo-ok       pic x(1) value 'n'.

       01 ws-accepted-file-name  pic x(44) value 'accepted.txt'.

       01 ws-pkg-rpt-name        pic x(44) value spaces.

       01 ws-pkg-rej-name        pic x(44) value spaces.

       01 parm-eof               pic x(1) value 'n'.

       01 ws-parm-key            pic x(20) value spaces.
               10 ws-cks-good pic 9(6).
               10 ws-cks-bad  pic 9(6).

       01 ws-held-line     pic x(1) value 'n'.

       01 rw-eof           pic x(1) value 'n'.

       01 rj-eof           pic x(1) value 'n'.

       01 ws-pkg-region    pic x(8) value spaces.

       01 ws-pkg-sub       pic 9(2) value zero.

       01 ws-pkg-scan      pic 9(2) value zero.

       01 ws-pkg-dup       pic x(1) value 'n'.

       01 ws-pkg-rej-ctr   pic 9(6) value zero.

       01 ws-pkg-err-table.
           05 ws-pkg-err-cnt   pic 9(2) value zero.
           05 ws-pkg-err-entry occurs 40 times.
               10 ws-pkg-err-fld   pic x(10).
               10 ws-pkg-err-msg   pic x(19).
               10 ws-pkg-err-count pic 9(6).

       01 ws-pkg-err-sub   pic 9(2) value zero.

       01 ws-pkg-err-found pic x(1) value 'n'.

       01 ws-store-found   pic x(1) value 'n'.

       01 ws-xfr-found     pic x(1) value 'n'.

       01 ws-xfr-status    pic x(1) value space.

       01 ws-xfr-format    pic x(1) value space.

       01 sta-eof          pic x(1) value 'n'.

       01 sts-eof          pic x(1) value 'n'.

       01 ws-store-status  pic x(1) value space.

       01 ws-store-format  pic x(1) value space.

       01 ws-jrn-action    pic x(3) value spaces.

       01 ws-jrn-before    pic x(25) value spaces.

       01 ws-save-rc       pic 9(2) value zero.

       01 ws-held-ctr      pic 9(6) value zero.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-cycle-date    pic 9(8) value zero.

       01 jrn-eof          pic x(1) value 'n'.

       01 ws-own-add-table.
           05 ws-own-add-cnt pic 9(4) value zero.
           05 ws-own-add-entry occurs 2000 times
                                indexed by own-idx.
               10 ws-own-add-key pic x(11).
               10 ws-own-add-rec pic 9(6).

       01 ws-own-add-found pic x(1) value 'n'.

       01 ws-hold-reason   pic x(1) value space.

       01 ws-hold-max-rec  pic 9(6) value zero.

       01 hold-eof         pic x(1) value 'n'.

       01 sd-scan-eof      pic x(1) value 'n'.

       01 ws-xfr-has-depts pic x(1) value 'n'.

       01 ws-xfr-in-terr   pic x(1) value 'n'.

       01 ws-approved-name pic x(11) value 'holdrel.txt'.

       01 ws-approved-info pic x(16) value spaces.

       01 ws-approved-queued pic x(1) value 'n'.

       01 ws-done-approved-name pic x(23) value spaces.

       01 ws-csv-fields.
           05 ws-csv-f1    pic x(10).
           05 ws-csv-f2    pic x(10).

       01 ws-csv-err-ctr   pic 9(6) value zero.

       01 ws-csv-raw-line  pic x(80) value spaces.

       01 ws-new-pend-name  pic x(12) value 'pendtran.new'.

       01 ws-live-pend-name pic x(12) value 'pendtran.txt'.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.
           perform 030-read-parameters.
           perform 040-read-run-seq.

           if ws-restart-switch = 'Y'
               perform 070-read-checkpoint
           end-if.
           if ws-restart-switch = 'Y' and ws-checkpoint-found = 'Y'
               open extend output-file, reject-file,
                   accepted-work-file, stat-work-file,
                   region-work-file
               if ws-csv-switch = 'Y'
                   open extend output-file-csv
               end-if
           else
               move 'N' to ws-restart-switch
               open output output-file, reject-file,
                   accepted-work-file, stat-work-file,
                   region-work-file
               perform 300-header
               if ws-csv-switch = 'Y'
                   open output output-file-csv

           perform 050-load-valid-codes
           perform 055-load-hierarchy
           perform 056-load-dept-rules
           open input store-master-file
           open i-o stodept-master
           if ws-trial-switch not = 'Y'
               if ws-restart-switch = 'Y'
                   perform 088-load-own-adds
                   perform 087-scan-held
               end-if
               open extend stodept-journal
               open extend hold-file
           end-if
           perform 060-open-work-files
           perform 065-load-input-list
           perform 080-release-pending
           perform 082-queue-approved

           perform varying ws-src-sub from 1 by 1
                   until ws-src-sub > ws-src-cnt
           perform 455-tran-summary
           perform 470-error-summary
           perform 600-reconcile
           perform 800-region-packages
           perform 700-freq-report
           perform 710-pending-report
           perform 720-swap-pending
           perform 725-consume-approved
           perform 650-set-volume-rc
           perform 500-sort-accepted
           if ws-trial-switch not = 'Y'
               perform 950-clear-checkpoint
           end-if

           close output-file, store-master-file,
                 dup-work-file, freq-work-file, stodept-master.
           if ws-trial-switch not = 'Y'
               close stodept-journal, hold-file
           end-if.
           if ws-csv-switch = 'Y'
               close output-file-csv
           end-if.
           stop run.

      * The cycle date and number come from the run-cycle step, even
      * once the chain has run past midnight, so everything the cycle
      * writes carries the one date it was opened under; only when
      * there is no cycle file is this today's first cycle. Today's
      * date still decides which codes, rules and effective dates
      * apply. A restart takes its cycle back from the checkpoint.
       040-read-run-seq.
           move ws-run-date to ws-cycle-date
           open input run-seq-file
           read run-seq-file
               at end continue
               not at end
                   if rs-date is numeric and rs-seq is numeric
                       move rs-date to ws-cycle-date
                       move rs-seq to ws-run-seq
                   end-if
           end-read
           close run-seq-file.

      * Run behavior comes from the parameter file, one KEYWORD=VALUE
      * per line; anything absent keeps its default, so an empty or
      * missing file runs the job exactly as before.
                   continue
               when 'RESTORE-DATE'
                   continue
               when 'HOLD-AGE-DAYS'
                   continue
               when 'BACKOUT-SEQ'
                   continue
               when 'RESTORE-SEQ'
                   continue
               when 'REALIGN-MODE'
                   continue
               when 'REALIGN-DATE'
                   continue
               when 'INQUIRY-STORE'
                   continue
               when 'INQUIRY-TERR'
                   continue
               when 'INQUIRY-AREA'
                   continue
               when 'INQUIRY-DATE'
                   continue
               when 'CENSUS-SCOPE'
                   continue
               when spaces
                   continue
               when other
               end-if
           end-if.

      * Held records a supervisor has approved come back through a
      * release file with its own trailer, queued as one more input
      * source the way released pending transactions are; records
      * from it have already been signed off and are not held again.
      * The existence check uses RETURN-CODE as its status, so the
      * run's own code is saved around it.
       082-queue-approved.
           move return-code to ws-save-rc
           call 'CBL_CHECK_FILE_EXIST'
               using ws-approved-name, ws-approved-info
           if return-code = 0
               move ws-save-rc to return-code
               if ws-src-cnt < 20
                   add 1 to ws-src-cnt
                   move 'APPROVED' to ws-src-region (ws-src-cnt)
                   move ws-approved-name to ws-src-file (ws-src-cnt)
                   move 'y' to ws-approved-queued
                   if ws-restart-switch = 'Y'
                       perform 067-restore-source-entry
                   else
                       perform 066-init-source-entry
                   end-if
               else
                   display 'WARNING: SOURCE LIST FULL'
                   move 16 to return-code
               end-if
           else
               move ws-save-rc to return-code
           end-if.

      * A source queued after the input list on a restart takes back
      * the good and bad counts the checkpoint saved for its slot.
       067-restore-source-entry.
           move ws-cks-good (ws-src-cnt) to ws-src-good (ws-src-cnt)
           move ws-cks-bad (ws-src-cnt) to ws-src-bad (ws-src-cnt)
           move zero to ws-src-read (ws-src-cnt)
           move zero to ws-src-exp (ws-src-cnt)
           move 'n' to ws-src-trailer (ws-src-cnt)
           move space to ws-src-recon (ws-src-cnt)
           move 'F' to ws-src-format (ws-src-cnt).

      * A restart continues its cycle, and an ADD it finds already on
      * the master was its own work only if this cycle journalled
      * it under this job from an input record after the checkpoint.
      * The master's own maintenance date cannot tell a second cycle
      * of the same day from the first, so those entries are held
      * here and 291-apply-add and 296-check-own-transfer look the
      * key up.
       088-load-own-adds.
           move zero to ws-own-add-cnt
           move 'n' to jrn-eof
           open input stodept-journal
           perform until jrn-eof = 'y'
               read stodept-journal
                   at end move 'y' to jrn-eof
                   not at end
                       if jr-run-date = ws-cycle-date
                          and jr-run-seq = ws-run-seq
                          and jr-source = ws-job-name
                          and jr-action = 'ADD'
                          and jr-rec-num > ws-skip-count
                           if ws-own-add-cnt < 2000
                               add 1 to ws-own-add-cnt
                               move jr-after (1:11)
                                 to ws-own-add-key (ws-own-add-cnt)
                               move jr-rec-num
                                 to ws-own-add-rec (ws-own-add-cnt)
                           else
                               display 'WARNING: RESTART ADD TABLE '
                                       'FULL'
                           end-if
                       end-if
               end-read
           end-perform
           close stodept-journal.

      * As with the pending file, the highest input-record number
      * held tonight tells the restart which holds survived the
      * interruption, so the crash window is not held twice.
       087-scan-held.
           move zero to ws-hold-max-rec
           move 'n' to hold-eof
           open input hold-file
           perform until hold-eof = 'y'
               read hold-file
                   at end move 'y' to hold-eof
                   not at end
                       if hd-held-date = ws-cycle-date
                          and hd-held-seq = ws-run-seq
                          and hd-rec-num is numeric
                          and hd-rec-num > ws-hold-max-rec
                           move hd-rec-num to ws-hold-max-rec
                       end-if
               end-read
           end-perform
           close hold-file.

      * The highest input-record number already staged tells the
      * restart which parkings survived the interruption; carried
      * entries sit at record number zero and never block a park.
       120-process-record.
           move 'y' to ws-csv-ok
           move 'n' to ws-csv-long
           move spaces to ws-csv-raw-line
           if ws-src-format (ws-src-sub) = 'C'
               move store-line to ws-csv-raw-line
               perform 125-parse-csv-record
           end-if
           if trailer-id = 'TRL'
                           perform 200-validate
                           if ws-good-rec-flag = 'y'
                              and ws-park-flag not = 'y'
                              and ws-hold-reason = space
                               perform 270-accumulate-freq
                               perform 290-apply-transaction
                               if ws-trial-switch = 'Y'
                                   perform 268-note-trial-change
                               end-if
                           end-if
                       end-if
                   end-if
           move 1 to ws-reject-ptr
           perform 215-append-reject-error
           move spaces to reject-rec
           move ws-csv-raw-line (1:27) to reject-store-rec
           move ws-reject-errors to reject-errors
           move ws-src-region (ws-src-sub) to reject-region
           move ws-csv-raw-line to reject-raw-line
           write reject-rec
           add 1 to ws-csv-err-ctr
           add 1 to ws-bad-rec-ctr
           move 1 to ws-reject-ptr
           perform 215-append-reject-error
           move spaces to reject-rec
           move ws-csv-raw-line (1:27) to reject-store-rec
           move ws-reject-errors to reject-errors
           move ws-src-region (ws-src-sub) to reject-region
           move ws-csv-raw-line to reject-raw-line
           write reject-rec
           add 1 to ws-csv-err-ctr
           add 1 to ws-bad-rec-ctr
               perform 280-check-duplicate
           end-if.

           if ws-good-rec-flag = 'y' and ws-rule-cnt > 0
               perform 260-check-dept-rules
           end-if.

           move space to ws-hold-reason
           if ws-good-rec-flag = 'y'
              and ws-src-region (ws-src-sub) not = 'APPROVED'
               perform 250-check-hold
           end-if.

           if ws-good-rec-flag = 'n'
               perform 210-write-reject
           end-if.
           write stat-work-rec.

           if ws-good-rec-flag = 'y'
               if ws-hold-reason not = space
                   perform 247-hold-record
               else
                   add 1 to ws-good-rec-ctr
                   add 1 to ws-src-good (ws-src-sub)
                   if ws-park-flag = 'y'
                       perform 245-park-pending
                   else
                       perform 240-write-accepted
                   end-if
               end-if
           else
               add 1 to ws-bad-rec-ctr
               add 1 to ws-src-bad (ws-src-sub).
               end-if
           end-if.

      * A suspended store's transactions, and a transfer into a
      * suspended store or into a store that trades in another
      * territory, need a supervisor's sign-off before they touch
      * the master. The receiving store's territory is taken from
      * the departments it already carries; a store with none yet
      * has no territory to cross and is not held.
       250-check-hold.
           if ws-store-status = 'S'
               move 'S' to ws-hold-reason
           else
               if tran-type-in = 'XFR'
                   if ws-xfr-status = 'S'
                       move 'R' to ws-hold-reason
                   else
                       perform 255-check-xfr-territory
                   end-if
               end-if
           end-if.

       255-check-xfr-territory.
           move 'n' to ws-xfr-has-depts
           move 'n' to ws-xfr-in-terr
           move 'n' to sd-scan-eof
           move xfr-store-in to sd-store
           move low-values to sd-terr, sd-area, sd-dept
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-scan-eof
           end-start
           perform until sd-scan-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-scan-eof
                   not at end
                       if sd-store not = xfr-store-in
                           move 'y' to sd-scan-eof
                       else
                           move 'y' to ws-xfr-has-depts
                           if sd-terr = terr-num-in
                               move 'y' to ws-xfr-in-terr
                               move 'y' to sd-scan-eof
                           end-if
                       end-if
               end-read
           end-perform
           if ws-xfr-has-depts = 'y' and ws-xfr-in-terr = 'n'
               move 'T' to ws-hold-reason
           end-if.

      * A held record is neither accepted nor rejected: it is listed
      * on the report and waits in the hold file for a supervisor's
      * decision, coming back through the approved-release source
      * once signed off. A trial run only counts it, and a restarted
      * run does not hold the crash window's records a second time.
       247-hold-record.
           add 1 to ws-held-ctr
           evaluate ws-hold-reason
               when 'S'
                   move 'STORE NUM' to field-out
                   move ws-store-status to data-out
                   move 'HELD - SUSPENDED' to err-msg-out
               when 'R'
                   move 'XFR STORE' to field-out
                   move ws-xfr-status to data-out
                   move 'HELD - SUSPENDED' to err-msg-out
               when other
                   move 'XFR STORE' to field-out
                   move terr-num-in to data-out
                   move 'HELD - CROSS TERR' to err-msg-out
           end-evaluate
           move 'y' to ws-held-line
           perform 230-write-detail
           move 'n' to ws-held-line
           if ws-trial-switch not = 'Y'
               if ws-restart-switch = 'Y'
                  and ws-rec-count <= ws-hold-max-rec
                   continue
               else
                   move spaces to hold-rec
                   move store-rec to hd-record
                   move ws-hold-reason to hd-reason
                   move ws-cycle-date to hd-held-date
                   move ws-run-seq to hd-held-seq
                   move ws-rec-count to hd-rec-num
                   move ws-src-region (ws-src-sub) to hd-region
                   write hold-rec
               end-if
           end-if.

      * The merchandising rules look past the record to what the
      * store will carry once it is applied. A live run has already
      * written this run's earlier records to the master; a trial
      * run, which writes nothing, keeps them in its overlay. An ADD,
      * and the receiving side of an XFR, must bring no department
      * in without the departments it requires, next to one it
      * excludes, or past the store format's maximum. A DEL, and the
      * sending side of an XFR, must not take away a department that
      * another one still in the store requires.
       260-check-dept-rules.
           evaluate tran-type-in
               when 'ADD'
                   move store-num-in to ws-rule-store
                   move ws-store-format to ws-rule-store-format
                   perform 261-load-store-depts
                   perform 263-check-adding
               when 'DEL'
                   move store-num-in to ws-rule-store
                   move ws-store-format to ws-rule-store-format
                   perform 261-load-store-depts
                   perform 264-check-removing
               when 'XFR'
                   move store-num-in to ws-rule-store
                   move ws-store-format to ws-rule-store-format
                   perform 261-load-store-depts
                   perform 264-check-removing
                   move xfr-store-in to ws-rule-store
                   move ws-xfr-format to ws-rule-store-format
                   perform 261-load-store-depts
                   perform 263-check-adding
           end-evaluate.

       261-load-store-depts.
           move zero to ws-rsd-cnt
           move 'n' to sd-scan-eof
           move ws-rule-store to sd-store
           move low-values to sd-terr, sd-area, sd-dept
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-scan-eof
           end-start
           perform until sd-scan-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-scan-eof
                   not at end
                       if sd-store not = ws-rule-store
                           move 'y' to sd-scan-eof
                       else
                           if ws-rsd-cnt < 100
                               add 1 to ws-rsd-cnt
                               move sd-key to ws-rsd-key (ws-rsd-cnt)
                               move 'y'
                                 to ws-rsd-present (ws-rsd-cnt)
                           end-if
                       end-if
               end-read
           end-perform
           if ws-trial-switch = 'Y'
               perform varying ws-ovl-sub from 1 by 1
                       until ws-ovl-sub > ws-ovl-cnt
                   if ws-ovl-key (ws-ovl-sub) (1:5) = ws-rule-store
                       move ws-ovl-key (ws-ovl-sub) to ws-rule-key
                       if ws-ovl-op (ws-ovl-sub) = '+'
                           perform 266-put-store-dept
                       else
                           perform 267-take-store-dept
                       end-if
                   end-if
               end-perform
           end-if.

      * The format maximum is a number of departments, so one carried
      * under more than one territory or area - as it briefly is while
      * a rekey is applied as an ADD followed by a DEL - counts once.
       262-count-carried-depts.
           move zero to ws-rule-dept-cnt
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-present (ws-rsd-sub) = 'y'
                   move 'n' to ws-rsd-dup-flag
                   perform varying ws-rsd-sub2 from 1 by 1
                           until ws-rsd-sub2 >= ws-rsd-sub
                       if ws-rsd-present (ws-rsd-sub2) = 'y'
                          and ws-rsd-key (ws-rsd-sub2) (10:2)
                                = ws-rsd-key (ws-rsd-sub) (10:2)
                           move 'y' to ws-rsd-dup-flag
                       end-if
                   end-perform
                   if ws-rsd-dup-flag = 'n'
                       add 1 to ws-rule-dept-cnt
                   end-if
               end-if
           end-perform.

       263-check-adding.
           move ws-rule-store to ws-rk-store
           move terr-num-in to ws-rk-terr
           move area-num-in to ws-rk-area
           move dept-num-in to ws-rk-dept
           perform 266-put-store-dept
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > ws-rule-cnt
               if ws-rule-format (ws-rule-sub) = space
                  or ws-rule-format (ws-rule-sub)
                       = ws-rule-store-format
                   evaluate ws-rule-type (ws-rule-sub)
                       when 'R'
                           if ws-rule-dept (ws-rule-sub) = dept-num-in
                               move ws-rule-other (ws-rule-sub)
                                 to ws-rule-look-dept
                               perform 265-find-carried-dept
                               if ws-rule-carries = 'n'
                                   move 'DEPT RULE' to field-out
                                   move ws-rule-look-dept to data-out
                                   move 'REQUIRES DEPT'
                                     to err-msg-out
                                   perform 269-rule-error
                                   add 1 to ws-rule-req-ctr
                               end-if
                           end-if
                       when 'X'
                           move spaces to ws-rule-look-dept
                           if ws-rule-dept (ws-rule-sub) = dept-num-in
                               move ws-rule-other (ws-rule-sub)
                                 to ws-rule-look-dept
                           end-if
                           if ws-rule-other (ws-rule-sub) = dept-num-in
                               move ws-rule-dept (ws-rule-sub)
                                 to ws-rule-look-dept
                           end-if
                           if ws-rule-look-dept not = spaces
                               perform 265-find-carried-dept
                               if ws-rule-carries = 'y'
                                   move 'DEPT RULE' to field-out
                                   move ws-rule-look-dept to data-out
                                   move 'EXCLUDED BY DEPT'
                                     to err-msg-out
                                   perform 269-rule-error
                                   add 1 to ws-rule-excl-ctr
                               end-if
                           end-if
                       when 'M'
                           if ws-rule-store-format not = space
                               perform 262-count-carried-depts
                               if ws-rule-dept-cnt
                                    > ws-rule-max (ws-rule-sub)
                                   move 'DEPT RULE' to field-out
                                   move ws-rule-other (ws-rule-sub)
                                     to data-out
                                   move 'OVER FORMAT MAX'
                                     to err-msg-out
                                   perform 269-rule-error
                                   add 1 to ws-rule-max-ctr
                               end-if
                           end-if
                   end-evaluate
               end-if
           end-perform.

      * The department may still be carried under another territory
      * or area after this record goes; only when the last of it
      * leaves does a department that requires it stand unsupported.
       264-check-removing.
           move ws-rule-store to ws-rk-store
           move terr-num-in to ws-rk-terr
           move area-num-in to ws-rk-area
           move dept-num-in to ws-rk-dept
           perform 267-take-store-dept
           move dept-num-in to ws-rule-look-dept
           perform 265-find-carried-dept
           if ws-rule-carries = 'n'
               perform varying ws-rule-sub from 1 by 1
                       until ws-rule-sub > ws-rule-cnt
                   if ws-rule-type (ws-rule-sub) = 'R'
                      and ws-rule-other (ws-rule-sub) = dept-num-in
                      and ws-rule-dept (ws-rule-sub) not = dept-num-in
                      and (ws-rule-format (ws-rule-sub) = space
                           or ws-rule-format (ws-rule-sub)
                                = ws-rule-store-format)
                       move ws-rule-dept (ws-rule-sub)
                         to ws-rule-look-dept
                       perform 265-find-carried-dept
                       if ws-rule-carries = 'y'
                           move 'DEPT RULE' to field-out
                           move ws-rule-look-dept to data-out
                           move 'REQUIRED BY DEPT' to err-msg-out
                           perform 269-rule-error
                           add 1 to ws-rule-req-ctr
                       end-if
                   end-if
               end-perform
           end-if.

       265-find-carried-dept.
           move 'n' to ws-rule-carries
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-present (ws-rsd-sub) = 'y'
                  and ws-rsd-key (ws-rsd-sub) (10:2) = ws-rule-look-dept
                   move 'y' to ws-rule-carries
               end-if
           end-perform.

       266-put-store-dept.
           move 'n' to ws-found-flag
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-key (ws-rsd-sub) = ws-rule-key
                   move 'y' to ws-rsd-present (ws-rsd-sub)
                   move 'y' to ws-found-flag
               end-if
           end-perform
           if ws-found-flag = 'n' and ws-rsd-cnt < 100
               add 1 to ws-rsd-cnt
               move ws-rule-key to ws-rsd-key (ws-rsd-cnt)
               move 'y' to ws-rsd-present (ws-rsd-cnt)
           end-if.

       267-take-store-dept.
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-key (ws-rsd-sub) = ws-rule-key
                   move 'n' to ws-rsd-present (ws-rsd-sub)
               end-if
           end-perform.

      * A trial run never writes the master, so the changes its good
      * records would have made are remembered here for the rule
      * checks on the records after them.
       268-note-trial-change.
           if ws-ovl-cnt + 2 > 5000
               if ws-ovl-table-full = 'N'
                   display 'WARNING: TRIAL OVERLAY TABLE FULL'
                   move 'Y' to ws-ovl-table-full
               end-if
           else
               move store-num-in to ws-rk-store
               move terr-num-in to ws-rk-terr
               move area-num-in to ws-rk-area
               move dept-num-in to ws-rk-dept
               evaluate tran-type-in
                   when 'ADD'
                       add 1 to ws-ovl-cnt
                       move ws-rule-key to ws-ovl-key (ws-ovl-cnt)
                       move '+' to ws-ovl-op (ws-ovl-cnt)
                   when 'DEL'
                       add 1 to ws-ovl-cnt
                       move ws-rule-key to ws-ovl-key (ws-ovl-cnt)
                       move '-' to ws-ovl-op (ws-ovl-cnt)
                   when 'XFR'
                       add 1 to ws-ovl-cnt
                       move ws-rule-key to ws-ovl-key (ws-ovl-cnt)
                       move '-' to ws-ovl-op (ws-ovl-cnt)
                       move xfr-store-in to ws-rk-store
                       add 1 to ws-ovl-cnt
                       move ws-rule-key to ws-ovl-key (ws-ovl-cnt)
                       move '+' to ws-ovl-op (ws-ovl-cnt)
               end-evaluate
           end-if.

       269-rule-error.
           perform 230-write-detail
           perform 215-append-reject-error
           move 'n' to ws-good-rec-flag.

       222-lookup-xfr-store.
           move 'n' to ws-xfr-found
           move space to ws-xfr-status
           move space to ws-xfr-format
           move xfr-store-in to sm-store-num-in
           read store-master-file
               invalid key
                   continue
               not invalid key
                   move sm-store-status-in to ws-xfr-status
                   move sm-store-format-in to ws-xfr-format
                   move 'y' to ws-xfr-found
           end-read.

           move spaces to store-name-out
           move 'n' to ws-store-found
           move space to ws-store-status
           move space to ws-store-format
           move store-num-in to sm-store-num-in
           read store-master-file
               invalid key
               not invalid key
                   move sm-store-name-in to store-name-out
                   move sm-store-status-in to ws-store-status
                   move sm-store-format-in to ws-store-format
                   move 'y' to ws-store-found
           end-read.

           move spaces to reject-rec
           move store-rec to reject-store-rec
           move ws-reject-errors to reject-errors
           move ws-src-region (ws-src-sub) to reject-region
           move ws-csv-raw-line to reject-raw-line
           write reject-rec.

       215-append-reject-error.
               with pointer ws-reject-ptr
           end-string.

      * A held record is not a failure to send back, so its line
      * stays out of the region's package.
       230-write-detail.
           move detail-line to ws-print-line
           perform 310-write-report-line
           if ws-held-line = 'n'
              and ws-src-sub > 0 and ws-src-sub <= ws-src-cnt
               move ws-src-region (ws-src-sub) to rw-region
               move detail-line to rw-line
               write region-work-rec
           end-if
           if ws-csv-switch = 'Y'
               move spaces to csv-rec
               string
           end-perform
           close hierarchy-file.

      * Rules carry effective and expiry dates like the code table
      * and only those in effect tonight are kept. A maximum rule
      * with no format or no numeric count could never be applied
      * and is passed over.
       056-load-dept-rules.
           open input dept-rules-file
           perform until rule-eof = 'y'
             read dept-rules-file
               at end move 'y' to rule-eof
               not at end
                 move 'y' to ws-code-in-effect
                 if dr-eff-date is numeric
                    and dr-eff-date > ws-run-date
                     move 'n' to ws-code-in-effect
                 end-if
                 if dr-exp-date is numeric
                    and dr-exp-date < ws-run-date
                     move 'n' to ws-code-in-effect
                 end-if
                 if dr-type-in = 'M'
                    and (dr-format-in = space
                         or dr-other-in is not numeric)
                     move 'n' to ws-code-in-effect
                 end-if
                 if dr-type-in not = 'R' and dr-type-in not = 'X'
                    and dr-type-in not = 'M'
                     move 'n' to ws-code-in-effect
                 end-if
                 if ws-code-in-effect = 'y'
                     if ws-rule-cnt < 200
                         add 1 to ws-rule-cnt
                         move dr-type-in to ws-rule-type (ws-rule-cnt)
                         move dr-dept-in to ws-rule-dept (ws-rule-cnt)
                         move dr-other-in
                           to ws-rule-other (ws-rule-cnt)
                         move dr-format-in
                           to ws-rule-format (ws-rule-cnt)
                     else
                         if ws-rule-table-full = 'N'
                             display 'WARNING: DEPT RULE TABLE FULL'
                             move 'Y' to ws-rule-table-full
                         end-if
                     end-if
                 end-if
             end-read
           end-perform
           close dept-rules-file.

       450-source-summary.
           move blank-line to ws-print-line
           perform 310-write-report-line

       460-write-run-history.
           open extend run-history-file
           move ws-cycle-date to rh-run-date
           move ws-rec-count to rh-read
           move ws-good-rec-ctr to rh-good
           move ws-bad-rec-ctr to rh-bad
           move ws-tran-err-ctr to rh-tran-err
           move ws-eff-err-ctr to rh-eff-err
           move ws-csv-err-ctr to rh-csv-err
           move ws-held-ctr to rh-held
           move ws-rule-req-ctr to rh-rule-req
           move ws-rule-excl-ctr to rh-rule-excl
           move ws-rule-max-ctr to rh-rule-max
           move return-code to rh-return-code
           write run-history-rec
           close run-history-file.
           end-if.

      * Good transactions maintain the store-department master. A
      * restart finds its own earlier ADD or transfer among the ADDs
      * this cycle journalled after its last checkpoint (loaded by
      * 088-load-own-adds, looked up by 298-find-own-add) instead of
      * rejecting it as already on file. In a trial
      * run the master is read but never written, so the summary
      * counters show what a live run would have done.
       290-apply-transaction.
                   end-if
                   add 1 to ws-add-app-ctr
               not invalid key
                   perform 298-find-own-add
                   if ws-own-add-found = 'y'
                       add 1 to ws-add-app-ctr
                   else
                       add 1 to ws-add-rej-ctr
      * unit: both keys are read first and nothing is touched unless
      * the old record exists and the new slot is free, so a transfer
      * can never leave the department in both stores or neither.
      * After an interruption the journalled ADD of the new record
      * lets a restart recognize its own earlier transfer the way
      * 291-apply-add recognizes its own ADD.
       294-apply-transfer.
           read stodept-master
               invalid key
               invalid key
                   add 1 to ws-xfr-rej-ctr
               not invalid key
                   perform 298-find-own-add
                   if ws-own-add-found = 'y'
                       add 1 to ws-xfr-app-ctr
                   else
                       add 1 to ws-xfr-rej-ctr
                   end-if
           end-read.

      * Only a restart has anything to find: the table holds the
      * ADDs this cycle journalled after its last checkpoint.
       298-find-own-add.
           move 'n' to ws-own-add-found
           if ws-restart-switch = 'Y' and ws-own-add-cnt > 0
               set own-idx to 1
               search ws-own-add-entry
                   at end move 'n' to ws-own-add-found
                   when own-idx > ws-own-add-cnt
                       move 'n' to ws-own-add-found
                   when ws-own-add-key (own-idx) = sd-key
                    and ws-own-add-rec (own-idx) = ws-rec-count
                       move 'y' to ws-own-add-found
               end-search
           end-if.

      * The delete and the add are journalled as the pair they are,
      * so a backout of the run reverses the whole move.
       297-do-transfer.
      * Every live update to the store-department master leaves a
      * before-and-after image keyed by run date and input record
      * number, so a bad night's updates can be reversed by the
      * backout utility instead of restoring the whole file. The job
      * name marks the entry as the validator's own; the store
      * master maintenance journals its closure deletes to the same
      * file under its own source.
       295-write-journal.
           move spaces to journal-rec
           move ws-cycle-date to jr-run-date
           move ws-rec-count to jr-rec-num
           move ws-jrn-action to jr-action
           move ws-jrn-before to jr-before
           move ws-jrn-after to jr-after
           move ws-job-name to jr-source
           move ws-run-seq to jr-run-seq
           write journal-rec.

       455-tran-summary.
               end-if
           end-perform.

      * Each region gets its own return package: <region>.rpt with
      * its error detail, the trailer reconciliation of its source
      * files and a count of its errors by type, and <region>.rej
      * with its rejected records ready to correct and resubmit. Two
      * list entries for the same region share one package; the
      * released pending and approved hold sources get packages of
      * their own under those names.
       800-region-packages.
           close reject-file, region-work-file
           perform varying ws-pkg-sub from 1 by 1
                   until ws-pkg-sub > ws-src-cnt
               move ws-src-region (ws-pkg-sub) to ws-pkg-region
               move 'n' to ws-pkg-dup
               perform varying ws-pkg-scan from 1 by 1
                       until ws-pkg-scan >= ws-pkg-sub
                   if ws-src-region (ws-pkg-scan) = ws-pkg-region
                       move 'y' to ws-pkg-dup
                   end-if
               end-perform
               if ws-pkg-dup = 'n'
                   perform 810-write-package
               end-if
           end-perform.

       810-write-package.
           move spaces to ws-pkg-rpt-name, ws-pkg-rej-name
           if ws-pkg-region = spaces
               move 'NOREGION.rpt' to ws-pkg-rpt-name
               move 'NOREGION.rej' to ws-pkg-rej-name
           else
               string ws-pkg-region delimited by space
                      '.rpt' delimited by size
                      into ws-pkg-rpt-name
               end-string
               string ws-pkg-region delimited by space
                      '.rej' delimited by size
                      into ws-pkg-rej-name
               end-string
           end-if

           open output pkg-report-file
           write pkg-report-rec from pkg-header-1
           move ws-pkg-region to pkg-region-out
           move ws-cycle-date to pkg-date-out
           move ws-run-seq to pkg-seq-out
           write pkg-report-rec from pkg-header-2
           write pkg-report-rec from blank-line
           write pkg-report-rec from header-2
           move zero to ws-pkg-err-cnt
           perform 820-copy-region-detail

           write pkg-report-rec from blank-line
           write pkg-report-rec from src-header-2
           perform varying ws-pkg-scan from 1 by 1
                   until ws-pkg-scan > ws-src-cnt
               if ws-src-region (ws-pkg-scan) = ws-pkg-region
                   perform 815-write-package-source
               end-if
           end-perform

           write pkg-report-rec from blank-line
           write pkg-report-rec from pkg-err-header
           if ws-pkg-err-cnt = 0
               write pkg-report-rec from pkg-none-line
           else
               perform varying ws-pkg-err-sub from 1 by 1
                       until ws-pkg-err-sub > ws-pkg-err-cnt
                   move ws-pkg-err-fld (ws-pkg-err-sub)
                     to pkg-err-fld-out
                   move ws-pkg-err-msg (ws-pkg-err-sub)
                     to pkg-err-msg-out
                   move ws-pkg-err-count (ws-pkg-err-sub)
                     to pkg-err-cnt-out
                   write pkg-report-rec from pkg-err-line
               end-perform
           end-if
           close pkg-report-file
           perform 830-copy-region-rejects.

      * The same line the per-source summary prints, followed by the
      * expected and actual counts when the trailer did not agree.
       815-write-package-source.
           move ws-src-region (ws-pkg-scan) to src-region-out
           move ws-src-read (ws-pkg-scan) to src-read-out
           move ws-src-good (ws-pkg-scan) to src-good-out
           move ws-src-bad (ws-pkg-scan) to src-bad-out
           evaluate ws-src-recon (ws-pkg-scan)
               when 'Y' move 'YES' to src-recon-out
               when 'M' move 'MISSING' to src-recon-out
               when other move 'NO' to src-recon-out
           end-evaluate
           write pkg-report-rec from src-detail-line
           if ws-src-recon (ws-pkg-scan) not = 'Y'
               if ws-src-recon (ws-pkg-scan) = 'M'
                   move 'SOURCE FILE MISSING' to recon-msg
               else
                   move 'RECONCILIATION FAILED' to recon-msg
               end-if
               move ws-src-region (ws-pkg-scan) to recon-region-out
               move ws-src-exp (ws-pkg-scan) to recon-exp-out
               move ws-src-read (ws-pkg-scan) to recon-act-out
               write pkg-report-rec from reconcile-line
           end-if.

       820-copy-region-detail.
           move 'n' to rw-eof
           open input region-work-file
           perform until rw-eof = 'y'
               read region-work-file
                   at end move 'y' to rw-eof
                   not at end
                       if rw-region = ws-pkg-region
                           write pkg-report-rec from rw-line
                           perform 825-tally-error
                       end-if
               end-read
           end-perform
           close region-work-file.

      * An error type is the field and the message together, as the
      * detail line shows them; the table keeps them in the order
      * they first appear.
       825-tally-error.
           move rw-line to detail-line
           move 'n' to ws-pkg-err-found
           perform varying ws-pkg-err-sub from 1 by 1
                   until ws-pkg-err-sub > ws-pkg-err-cnt
                      or ws-pkg-err-found = 'y'
               if ws-pkg-err-fld (ws-pkg-err-sub) = field-out
                  and ws-pkg-err-msg (ws-pkg-err-sub) = err-msg-out
                   add 1 to ws-pkg-err-count (ws-pkg-err-sub)
                   move 'y' to ws-pkg-err-found
               end-if
           end-perform
           if ws-pkg-err-found = 'n' and ws-pkg-err-cnt < 40
               add 1 to ws-pkg-err-cnt
               move field-out to ws-pkg-err-fld (ws-pkg-err-cnt)
               move err-msg-out to ws-pkg-err-msg (ws-pkg-err-cnt)
               move 1 to ws-pkg-err-count (ws-pkg-err-cnt)
           end-if.

      * Each record goes back the way it came in: a comma-delimited
      * line as the region sent it, a fixed-layout record as read.
      * The trailer follows the region's first input-list entry.
       830-copy-region-rejects.
           move zero to ws-pkg-rej-ctr
           move 'n' to rj-eof
           open output pkg-reject-file
           open input reject-file
           perform until rj-eof = 'y'
               read reject-file
                   at end move 'y' to rj-eof
                   not at end
                       if reject-region = ws-pkg-region
                           if reject-raw-line not = spaces
                               move reject-raw-line to pkg-reject-rec
                           else
                               move reject-store-rec to pkg-reject-rec
                           end-if
                           write pkg-reject-rec
                           add 1 to ws-pkg-rej-ctr
                       end-if
               end-read
           end-perform
           close reject-file
           if ws-src-format (ws-pkg-sub) = 'C'
               move spaces to pkg-reject-rec
               string 'TRL,' delimited by size
                      ws-pkg-rej-ctr delimited by size
                      into pkg-reject-rec
               end-string
               write pkg-reject-rec
           else
               move spaces to pkg-trailer-rec
               move 'TRL' to pkg-trl-id
               move ws-pkg-rej-ctr to pkg-trl-count
               write pkg-trailer-rec
           end-if
           close pkg-reject-file.

       650-set-volume-rc.
           if return-code = 0
               if ws-bad-rec-ctr = 0
               end-if
           end-if.

      * Once a live run has taken the approved records in, the
      * release file is renamed to a dated processed copy so the
      * same approvals are never applied twice. The rename call uses
      * RETURN-CODE as its status, so the run's own code is saved
      * around it.
       725-consume-approved.
           if ws-approved-queued = 'y' and ws-trial-switch not = 'Y'
               move spaces to ws-done-approved-name
               string 'holdrel.' delimited by size
                      ws-run-date delimited by size
                      '.' delimited by size
                      ws-run-time delimited by size
                      into ws-done-approved-name
               end-string
               move return-code to ws-save-rc
               call 'CBL_RENAME_FILE'
                   using ws-approved-name, ws-done-approved-name
               if return-code not = 0
                   display 'APPROVED RELEASE CONSUME FAILED, RC '
                           return-code
                   display 'APPROVED RECORDS LEFT IN '
                           ws-approved-name
                   move 12 to return-code
               else
                   move ws-save-rc to return-code
               end-if
           end-if.

      * On a normal start the duplicate and frequency work files are
      * emptied before use; on a restart they carry the state from the
      * interrupted run forward, so no separate table checkpoints are
                   move ckpt-xfr-rej-ctr to ws-xfr-rej-ctr
                   move ckpt-page-ctr to ws-page-ctr
                   move ckpt-src-table to ws-ckpt-src-save
                   if ckpt-held-ctr is numeric
                       move ckpt-held-ctr to ws-held-ctr
                   end-if
                   if ckpt-rule-req-ctr is numeric
                       move ckpt-rule-req-ctr to ws-rule-req-ctr
                       move ckpt-rule-excl-ctr to ws-rule-excl-ctr
                       move ckpt-rule-max-ctr to ws-rule-max-ctr
                   end-if
                   if ckpt-run-seq is numeric
                       move ckpt-run-seq to ws-run-seq
                   end-if
                   if ckpt-cycle-date is numeric
                       move ckpt-cycle-date to ws-cycle-date
                   end-if
           end-read
           close checkpoint-file.

           move ws-xfr-app-ctr to ckpt-xfr-app-ctr
           move ws-xfr-rej-ctr to ckpt-xfr-rej-ctr
           move ws-page-ctr to ckpt-page-ctr
           move ws-held-ctr to ckpt-held-ctr
           move ws-run-seq to ckpt-run-seq
           move ws-cycle-date to ckpt-cycle-date
           move ws-rule-req-ctr to ckpt-rule-req-ctr
           move ws-rule-excl-ctr to ckpt-rule-excl-ctr
           move ws-rule-max-ctr to ckpt-rule-max-ctr
           perform varying ws-ckpt-sub from 1 by 1
                   until ws-ckpt-sub > 20
               move ws-src-good (ws-ckpt-sub)
           add 1 to ws-page-ctr
           move ws-job-name to ph-job-out
           move ws-run-date to ph-date-out
           move ws-run-seq to ph-seq-out
           move ws-run-time to ph-time-out
           move ws-page-ctr to ph-page-out
           write report-rec from page-header-line
      * sorted accepted extract - parked future-dated transactions
      * are good but not accepted tonight - because the load
      * reconciliation compares this figure against what the load
      * step confirms from accepted.txt. The pending transactions
      * released tonight and the number left queued in the pending
      * file ride at the end for the morning summary.
       465-write-audit-log.
           open extend audit-run-file
           move spaces to audit-run-rec
           move ws-cycle-date to aur-date
           move ws-run-time to aur-time
           move ws-job-name to aur-job
           if ws-list-fallback = 'y'
           move ws-restart-switch to aur-restart
           move return-code to aur-rc
           move ws-trial-switch to aur-trial
           move ws-held-ctr to aur-held
           move ws-run-seq to aur-seq
           move ws-released-ctr to aur-released
           move ws-parked-ctr to aur-parked
           write audit-run-rec
           close audit-run-file.
       400-footer.
           move ws-good-rec-ctr to good-rec-out
           move ws-bad-rec-ctr to bad-rec-out
           move ws-held-ctr to held-rec-out
           move blank-line to ws-print-line
           perform 310-write-report-line
           move summary-line-1 to ws-print-line
           perform 310-write-report-line
           move summary-line-2 to ws-print-line
           perform 310-write-report-line
           move summary-line-3 to ws-print-line
           perform 310-write-report-line
           move ws-terr-nn-ctr to bd-1-out
           move ws-terr-oor-ctr to bd-2-out
           move ws-area-nn-ctr to bd-3-out
           move ws-tran-err-ctr to bd-12-out
           move ws-eff-err-ctr to bd-13-out
           move ws-csv-err-ctr to bd-14-out
           move ws-rule-req-ctr to bd-15-out
           move ws-rule-excl-ctr to bd-16-out
           move ws-rule-max-ctr to bd-17-out
           move blank-line to ws-print-line
           perform 310-write-report-line
           move breakdown-header to ws-print-line
           move breakdown-line-13 to ws-print-line
           perform 310-write-report-line
           move breakdown-line-14 to ws-print-line
           perform 310-write-report-line
           move breakdown-line-15 to ws-print-line
           perform 310-write-report-line
           move breakdown-line-16 to ws-print-line
           perform 310-write-report-line
           move breakdown-line-17 to ws-print-line
           perform 310-write-report-line.
           if ws-csv-switch = 'Y'
               move ws-good-rec-ctr to csv-good-out
               move ws-bad-rec-ctr to csv-bad-out
               move ws-held-ctr to csv-held-out
               move csv-summary-header to csv-rec
               write csv-rec
               move spaces to csv-rec
                   function trim (csv-good-out) delimited by size
                   ',' delimited by size
                   function trim (csv-bad-out) delimited by size
                   ',' delimited by size
                   function trim (csv-held-out) delimited by size
                   into csv-rec
               end-string
               write csv-rec
                   into csv-rec
               end-string
               write csv-rec
               move spaces to csv-rec
               string
                   'RULE_REQUIRED_DEPT' delimited by size
                   ',' delimited by size
                   ws-rule-req-ctr delimited by size
                   into csv-rec
               end-string
               write csv-rec
               move spaces to csv-rec
               string
                   'RULE_EXCLUDED_DEPT' delimited by size
                   ',' delimited by size
                   ws-rule-excl-ctr delimited by size
                   into csv-rec
               end-string
               write csv-rec
               move spaces to csv-rec
               string
                   'RULE_FORMAT_MAX' delimited by size
                   ',' delimited by size
                   ws-rule-max-ctr delimited by size
                   into csv-rec
               end-string
               write csv-rec
           end-if.
       
       
