       identification division.
       program-id. Ops-Summary.
      *****************************************************************
      * This program is the last step of the nightly STORVAL chain.  *
      * It reads what each step left behind for the cycle named in   *
      * runseq.txt - the load reconciliation report, the store       *
      * master maintenance audit log, the backup generation list,    *
      * the validation report and audit run log, the load            *
      * confirmations, the trend report and the net-change           *
      * publication - and prints one page with a line per item,      *
      * each marked OK, WARN or ACTION, so the on-call analyst can   *
      * see in one look whether anything needs attention before the  *
      * business day. A step that left nothing behind is itself an   *
      * item to act on. The return code is 0 when every item is OK,  *
      * 4 when the worst is a warning and 8 when anything needs      *
      * action.                                                      *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select optional run-parm-file assign to "runparm.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.
           select optional load-recon-file assign to "loadrecon.txt"
                  Organization is line sequential.
           select optional stor-audit-file assign to "stormaudit.txt"
                  Organization is line sequential.
           select optional gen-list-file assign to "genlist.txt"
                  Organization is line sequential.
           select optional val-report-file
                  assign to dynamic ws-report-file-name
                  Organization is line sequential.
           select optional audit-run-file assign to "auditrun.txt"
                  Organization is line sequential.
           select optional load-conf-file assign to "loadconf.txt"
                  Organization is line sequential.
           select optional trend-report-file assign to "trendrpt.txt"
                  Organization is line sequential.
           select ops-summary-file assign to "opssum.txt"
                  Organization is line sequential.

       data division.
       File Section.
       FD run-parm-file.

       01 run-parm-rec     pic x(66).

       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       FD load-recon-file.

       01 load-recon-rec.
           05 filler       pic x(2).
           05 lr-msg       pic x(22).
           05 filler       pic x(1).
           05 lr-date      pic x(8).
           05 filler       pic x(1).
           05 lr-seq       pic x(2).
           05 filler       pic x(24).

       FD stor-audit-file.

       01 stor-audit-rec.
           05 sa-date      pic x(8).
           05 filler       pic x(1).
           05 sa-time      pic x(6).
           05 filler       pic x(1).
           05 sa-action    pic x(6).
           05 filler       pic x(1).
           05 sa-store     pic x(5).
           05 filler       pic x(1).
           05 sa-eff       pic x(8).
           05 filler       pic x(1).
           05 sa-name      pic x(15).
           05 filler       pic x(1).
           05 sa-result    pic x(10).

       FD gen-list-file.

       01 gen-list-rec.
           05 gl-date      pic x(8).
           05 gl-seq       pic x(2).

       FD val-report-file.

       01 val-report-rec   pic x(60).

       FD audit-run-file.

       01 audit-run-rec.
           05 aur-date     pic x(8).
           05 filler       pic x(1).
           05 aur-time     pic x(6).
           05 filler       pic x(1).
           05 aur-job      pic x(8).
           05 filler       pic x(1).
           05 aur-list     pic x(44).
           05 filler       pic x(1).
           05 aur-trailer  pic x(6).
           05 filler       pic x(1).
           05 aur-good     pic x(6).
           05 filler       pic x(1).
           05 aur-bad      pic x(6).
           05 filler       pic x(1).
           05 aur-restart  pic x(1).
           05 filler       pic x(1).
           05 aur-rc       pic x(2).
           05 filler       pic x(1).
           05 aur-trial    pic x(1).
           05 filler       pic x(1).
           05 aur-held     pic x(6).
           05 filler       pic x(1).
           05 aur-seq      pic x(2).
           05 filler       pic x(1).
           05 aur-released pic x(6).
           05 filler       pic x(1).
           05 aur-parked   pic x(6).

       FD load-conf-file.

       01 load-conf-rec.
           05 lc-date      pic x(8).
           05 filler       pic x(1).
           05 lc-time      pic x(6).
           05 filler       pic x(1).
           05 lc-count     pic x(6).
           05 filler       pic x(1).
           05 lc-seq       pic x(2).

       FD trend-report-file.

       01 trend-rec        pic x(60).

       FD ops-summary-file.

       01 ops-summary-rec  pic x(80).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.

       01 lr-eof           pic x(1) value 'n'.

       01 sa-eof           pic x(1) value 'n'.

       01 gl-eof           pic x(1) value 'n'.

       01 vr-eof           pic x(1) value 'n'.

       01 aur-eof          pic x(1) value 'n'.

       01 lc-eof           pic x(1) value 'n'.

       01 tr-eof           pic x(1) value 'n'.

       01 ws-parm-key      pic x(20) value spaces.

       01 ws-parm-value    pic x(44) value spaces.

       01 ws-report-file-name pic x(44) value 'outfile.txt'.

       01 ws-job-name      pic x(8) value 'STORVAL'.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-time      pic 9(6) value zero.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-cyc-found     pic x(1) value 'n'.

       01 ws-cyc-date      pic x(8) value spaces.

       01 ws-cyc-seq       pic x(2) value '01'.

       01 ws-line-seq      pic x(2) value spaces.

      * The worst mark so far: 0 OK, 4 WARN, 8 ACTION.
       01 ws-worst-rc      pic 9(2) value zero.

       01 ws-item-rc       pic 9(2) value zero.

       01 ws-lr-found      pic x(1) value 'n'.

       01 ws-lr-msg        pic x(22) value spaces.

       01 ws-sa-time       pic x(6) value spaces.

       01 ws-sa-applied    pic 9(6) value zero.

       01 ws-sa-parked     pic 9(6) value zero.

       01 ws-sa-rejected   pic 9(6) value zero.

       01 ws-gen-found     pic x(1) value 'n'.

       01 ws-vr-found      pic x(1) value 'n'.

       01 ws-vr-good       pic 9(6) value zero.

       01 ws-vr-bad        pic 9(6) value zero.

       01 ws-vr-held       pic 9(6) value zero.

       01 ws-edit-num      pic zzzzz9.

       01 ws-val-found     pic x(1) value 'n'.

       01 ws-val-good      pic 9(6) value zero.

       01 ws-val-rc        pic 9(2) value zero.

       01 ws-val-trial     pic x(1) value space.

       01 ws-val-released  pic 9(6) value zero.

       01 ws-val-parked    pic 9(6) value zero.

       01 ws-val-pend-ok   pic x(1) value 'n'.

       01 ws-net-found     pic x(1) value 'n'.

       01 ws-net-rc        pic 9(2) value zero.

       01 ws-net-list      pic x(44) value spaces.

       01 ws-lc-found      pic x(1) value 'n'.

       01 ws-lc-count      pic 9(6) value zero.

       01 ws-tr-found      pic x(1) value 'n'.

       01 ws-tr-alert      pic x(1) value 'n'.

       01 ws-tr-line       pic x(60) value spaces.

       01 ws-num-a         pic zzzzz9.

       01 ws-num-b         pic zzzzz9.

       01 ws-num-c         pic zzzzz9.

       01 ops-header-1.
           05 filler       pic x(18) value spaces.
           05 filler       pic x(26) value
                  'MORNING OPERATIONS SUMMARY'.

       01 ops-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(7) value 'CYCLE: '.
           05 oh-cyc-date  pic x(8).
           05 filler       pic x(1) value '-'.
           05 oh-cyc-seq   pic x(2).
           05 filler       pic x(4) value spaces.
           05 filler       pic x(9) value 'PRINTED: '.
           05 oh-run-date  pic 9(8).
           05 filler       pic x(1) value space.
           05 oh-run-time  pic 9(6).

       01 ops-header-3.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(6) value 'STATUS'.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(24) value 'ITEM'.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(6) value 'DETAIL'.

       01 ops-item-line.
           05 filler       pic x(2) value spaces.
           05 oi-status    pic x(6).
           05 filler       pic x(2) value spaces.
           05 oi-item      pic x(24).
           05 filler       pic x(2) value spaces.
           05 oi-detail    pic x(44).

       01 ops-overall-line.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(9) value 'OVERALL: '.
           05 oo-status    pic x(6).

       01 blank-line       pic x(80) value spaces.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.
           perform 140-read-run-seq
           perform 150-read-parameters

           open output ops-summary-file
           write ops-summary-rec from ops-header-1
           move ws-cyc-date to oh-cyc-date
           move ws-cyc-seq to oh-cyc-seq
           move ws-run-date to oh-run-date
           move ws-run-time to oh-run-time
           write ops-summary-rec from ops-header-2
           write ops-summary-rec from blank-line
           write ops-summary-rec from ops-header-3
           write ops-summary-rec from blank-line

           if ws-cyc-found = 'n'
               move 8 to ws-item-rc
               move 'RUN CYCLE' to oi-item
               move 'NO CYCLE OPENED - STEP001 NOT RUN'
                 to oi-detail
               perform 900-write-item
           end-if

           perform 200-load-recon
           perform 250-store-deltas
           perform 300-backup
           perform 350-scan-audit-run
           perform 400-validation-counts
           perform 450-validation-rc
           perform 500-pending
           perform 550-accepted-load
           perform 600-trend
           perform 650-net-change

           write ops-summary-rec from blank-line
           evaluate ws-worst-rc
               when 0 move 'OK' to oo-status
               when 4 move 'WARN' to oo-status
               when other move 'ACTION' to oo-status
           end-evaluate
           write ops-summary-rec from ops-overall-line
           close ops-summary-file

           display 'OPS SUMMARY  CYCLE: ' ws-cyc-date '-' ws-cyc-seq
                   ' OVERALL: ' oo-status
           move ws-worst-rc to return-code
           stop run.

      * The cycle to summarize is the one the run-cycle step opened
      * for the chain, whatever today's date has become by the time
      * this step runs; a chain that crosses midnight is still one
      * night's work.
       140-read-run-seq.
           move ws-run-date to ws-cyc-date
           open input run-seq-file
           read run-seq-file
               at end continue
               not at end
                   if rs-date is numeric and rs-seq is numeric
                       move 'y' to ws-cyc-found
                       move rs-date to ws-cyc-date
                       move rs-seq to ws-cyc-seq
                   end-if
           end-read
           close run-seq-file.

      * Only the validator's report name and job name matter here; the
      * rest of the shared parameter file is passed over.
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
                       if ws-parm-key = 'REPORT-FILE'
                           move ws-parm-value to ws-report-file-name
                       end-if
                       if ws-parm-key = 'JOB-NAME'
                           move ws-parm-value (1:8) to ws-job-name
                       end-if
               end-read
           end-perform
           close run-parm-file.

      * The reconciliation report carries its verdict on its one
      * detail line, the only line with a date in it.
       200-load-recon.
           open input load-recon-file
           perform until lr-eof = 'y'
               read load-recon-file
                   at end move 'y' to lr-eof
                   not at end
                       if lr-date is numeric
                           move 'y' to ws-lr-found
                           move lr-msg to ws-lr-msg
                       end-if
               end-read
           end-perform
           close load-recon-file
           move 'LOAD RECONCILIATION' to oi-item
           if ws-lr-found = 'n'
               move 8 to ws-item-rc
               move 'NO REPORT - STEP003 DID NOT RUN' to oi-detail
           else
               move ws-lr-msg to oi-detail
               evaluate ws-lr-msg
                   when 'LOAD CONFIRMED'
                       move 0 to ws-item-rc
                   when 'NO VALIDATION RUNS'
                   when 'LOAD WAS BYPASSED'
                   when 'NO CONFIRMATION FILE'
                       move 4 to ws-item-rc
                   when other
                       move 8 to ws-item-rc
               end-evaluate
           end-if
           perform 900-write-item.

      * The maintenance step stamps every transaction of one execution
      * with the same date and time, so the cycle's deltas are the
      * entries of its date carrying the latest time of that date.
       250-store-deltas.
           open input stor-audit-file
           perform until sa-eof = 'y'
               read stor-audit-file
                   at end move 'y' to sa-eof
                   not at end
                       if sa-date = ws-cyc-date
                           if sa-time not = ws-sa-time
                               move sa-time to ws-sa-time
                               move zero to ws-sa-applied,
                                   ws-sa-parked, ws-sa-rejected
                           end-if
                           evaluate sa-result
                               when 'APPLIED'
                                   add 1 to ws-sa-applied
                               when 'PENDING'
                                   add 1 to ws-sa-parked
                               when other
                                   add 1 to ws-sa-rejected
                           end-evaluate
                       end-if
               end-read
           end-perform
           close stor-audit-file
           move 'STORE MASTER DELTAS' to oi-item
           if ws-sa-rejected > 0
               move 4 to ws-item-rc
           else
               move 0 to ws-item-rc
           end-if
           move ws-sa-applied to ws-num-a
           move ws-sa-parked to ws-num-b
           move ws-sa-rejected to ws-num-c
           move spaces to oi-detail
           string 'APPL' delimited by size
                  ws-num-a delimited by size
                  ' PARK' delimited by size
                  ws-num-b delimited by size
                  ' REJ' delimited by size
                  ws-num-c delimited by size
                  into oi-detail
           end-string
           perform 900-write-item.

       300-backup.
           open input gen-list-file
           perform until gl-eof = 'y'
               read gen-list-file
                   at end move 'y' to gl-eof
                   not at end
                       if gl-date = ws-cyc-date
                          and gl-seq = ws-cyc-seq
                           move 'y' to ws-gen-found
                       end-if
               end-read
           end-perform
           close gen-list-file
           move 'BACKUP GENERATION' to oi-item
           move spaces to oi-detail
           if ws-gen-found = 'y'
               move 0 to ws-item-rc
               string 'TAKEN FOR ' delimited by size
                      ws-cyc-date delimited by size
                      '-' delimited by size
                      ws-cyc-seq delimited by size
                      into oi-detail
               end-string
           else
               move 8 to ws-item-rc
               move 'NOT TAKEN - NO GENERATION THIS CYCLE'
                 to oi-detail
           end-if
           perform 900-write-item.

      * The last validator entry for the cycle - a restart writes a
      * second one - and the net-change publication's entry. An entry
      * written before cycles were numbered counts as the first.
       350-scan-audit-run.
           open input audit-run-file
           perform until aur-eof = 'y'
               read audit-run-file
                   at end move 'y' to aur-eof
                   not at end
                       if aur-seq is numeric
                           move aur-seq to ws-line-seq
                       else
                           move '01' to ws-line-seq
                       end-if
                       if aur-date = ws-cyc-date
                          and ws-line-seq = ws-cyc-seq
                           perform 360-note-audit-entry
                       end-if
               end-read
           end-perform
           close audit-run-file.

       360-note-audit-entry.
           if aur-job = ws-job-name
              and (aur-restart = 'Y' or aur-restart = 'N')
               move 'y' to ws-val-found
               move zero to ws-val-good, ws-val-rc
               if aur-good is numeric
                   move aur-good to ws-val-good
               end-if
               if aur-rc is numeric
                   move aur-rc to ws-val-rc
               end-if
               move aur-trial to ws-val-trial
               if aur-released is numeric and aur-parked is numeric
                   move 'y' to ws-val-pend-ok
                   move aur-released to ws-val-released
                   move aur-parked to ws-val-parked
               else
                   move 'n' to ws-val-pend-ok
               end-if
           end-if
           if aur-job = 'NETCHG' and aur-restart = 'P'
               move 'y' to ws-net-found
               move zero to ws-net-rc
               if aur-rc is numeric
                   move aur-rc to ws-net-rc
               end-if
               move aur-list to ws-net-list
           end-if.

      * The counts come from the validation report's own summary, so
      * this line also proves the report was written to the end; a
      * restarted run appends a second summary and the last one
      * counts.
       400-validation-counts.
           open input val-report-file
           perform until vr-eof = 'y'
               read val-report-file
                   at end move 'y' to vr-eof
                   not at end
                       evaluate true
                           when val-report-rec (11:13)
                                = 'GOOD RECORDS:'
                               move 'y' to ws-vr-found
                               move val-report-rec (24:6)
                                 to ws-edit-num
                               move ws-edit-num to ws-vr-good
                           when val-report-rec (12:12)
                                = 'BAD RECORDS:'
                               move val-report-rec (24:6)
                                 to ws-edit-num
                               move ws-edit-num to ws-vr-bad
                           when val-report-rec (11:13)
                                = 'HELD RECORDS:'
                               move val-report-rec (24:6)
                                 to ws-edit-num
                               move ws-edit-num to ws-vr-held
                       end-evaluate
               end-read
           end-perform
           close val-report-file
           move 'VALIDATION COUNTS' to oi-item
           move spaces to oi-detail
           if ws-vr-found = 'n'
               move 8 to ws-item-rc
               move 'NO SUMMARY ON VALIDATION REPORT' to oi-detail
           else
               if ws-vr-bad > 0
                   move 4 to ws-item-rc
               else
                   move 0 to ws-item-rc
               end-if
               move ws-vr-good to ws-num-a
               move ws-vr-bad to ws-num-b
               move ws-vr-held to ws-num-c
               string 'GOOD' delimited by size
                      ws-num-a delimited by size
                      ' BAD' delimited by size
                      ws-num-b delimited by size
                      ' HELD' delimited by size
                      ws-num-c delimited by size
                      into oi-detail
               end-string
           end-if
           perform 900-write-item.

      * A trial run applied nothing and fed nothing downstream, so a
      * clean trial is still a warning on a production night.
       450-validation-rc.
           move 'VALIDATION RETURN CODE' to oi-item
           move spaces to oi-detail
           if ws-val-found = 'n'
               move 8 to ws-item-rc
               move 'NO RUN LOGGED - STEP010 DID NOT RUN'
                 to oi-detail
           else
               evaluate true
                   when ws-val-rc >= 8
                       move 8 to ws-item-rc
                   when ws-val-rc >= 4
                       move 4 to ws-item-rc
                   when ws-val-trial = 'Y'
                       move 4 to ws-item-rc
                   when other
                       move 0 to ws-item-rc
               end-evaluate
               if ws-val-trial = 'Y'
                   string 'RC ' delimited by size
                          ws-val-rc delimited by size
                          ' - TRIAL RUN' delimited by size
                          into oi-detail
                   end-string
               else
                   string 'RC ' delimited by size
                          ws-val-rc delimited by size
                          into oi-detail
                   end-string
               end-if
           end-if
           perform 900-write-item.

       500-pending.
           move 'PENDING TRANSACTIONS' to oi-item
           move spaces to oi-detail
           if ws-val-found = 'n' or ws-val-pend-ok = 'n'
               move 4 to ws-item-rc
               move 'NOT RECORDED FOR THIS CYCLE' to oi-detail
           else
               move 0 to ws-item-rc
               move ws-val-released to ws-num-a
               move ws-val-parked to ws-num-b
               string 'RELEASED' delimited by size
                      ws-num-a delimited by size
                      ' PARKED' delimited by size
                      ws-num-b delimited by size
                      into oi-detail
               end-string
           end-if
           perform 900-write-item.

      * The load step runs only when validation came back under 4, so
      * a missing confirmation after a higher return code, or after a
      * trial, is the chain working as designed.
       550-accepted-load.
           open input load-conf-file
           perform until lc-eof = 'y'
               read load-conf-file
                   at end move 'y' to lc-eof
                   not at end
                       if lc-seq is not numeric
                           move '01' to lc-seq
                       end-if
                       if lc-date = ws-cyc-date
                          and lc-seq = ws-cyc-seq
                           move 'y' to ws-lc-found
                           move zero to ws-lc-count
                           if lc-count is numeric
                               move lc-count to ws-lc-count
                           end-if
                       end-if
               end-read
           end-perform
           close load-conf-file
           move 'ACCEPTED LOAD' to oi-item
           move spaces to oi-detail
           evaluate true
               when ws-lc-found = 'y'
                and ws-val-found = 'y'
                and ws-lc-count = ws-val-good
                   move 0 to ws-item-rc
                   move ws-lc-count to ws-num-a
                   string 'CONFIRMED' delimited by size
                          ws-num-a delimited by size
                          into oi-detail
                   end-string
               when ws-lc-found = 'y'
                   move 8 to ws-item-rc
                   move ws-lc-count to ws-num-a
                   move ws-val-good to ws-num-b
                   string 'COUNT MISMATCH' delimited by size
                          ws-num-a delimited by size
                          ' OF' delimited by size
                          ws-num-b delimited by size
                          into oi-detail
                   end-string
               when ws-val-found = 'y'
                and (ws-val-rc >= 4 or ws-val-trial = 'Y')
                   move 4 to ws-item-rc
                   move 'LOAD BYPASSED' to oi-detail
               when other
                   move 8 to ws-item-rc
                   move 'NOT CONFIRMED' to oi-detail
           end-evaluate
           perform 900-write-item.

       600-trend.
           open input trend-report-file
           perform until tr-eof = 'y'
               read trend-report-file
                   at end move 'y' to tr-eof
                   not at end
                       move 'y' to ws-tr-found
                       if trend-rec (3:6) = 'ALERT:'
                           move 'y' to ws-tr-alert
                           move trend-rec to ws-tr-line
                       end-if
               end-read
           end-perform
           close trend-report-file
           move 'TREND' to oi-item
           move spaces to oi-detail
           evaluate true
               when ws-tr-found = 'n'
                   move 4 to ws-item-rc
                   move 'NO TREND REPORT' to oi-detail
               when ws-tr-alert = 'y'
                   move 4 to ws-item-rc
                   move ws-tr-line (3:44) to oi-detail
               when other
                   move 0 to ws-item-rc
                   move 'NO JUMP IN BAD PERCENTAGE' to oi-detail
           end-evaluate
           perform 900-write-item.

       650-net-change.
           move 'NET CHANGE FEED' to oi-item
           move spaces to oi-detail
           if ws-net-found = 'n'
               move 8 to ws-item-rc
               move 'NOT PUBLISHED THIS CYCLE' to oi-detail
           else
               evaluate true
                   when ws-net-rc >= 8
                       move 8 to ws-item-rc
                   when ws-net-rc >= 4
                       move 4 to ws-item-rc
                   when other
                       move 0 to ws-item-rc
               end-evaluate
               move ws-net-list to oi-detail
           end-if
           perform 900-write-item.

       900-write-item.
           evaluate ws-item-rc
               when 0 move 'OK' to oi-status
               when 4 move 'WARN' to oi-status
               when other move 'ACTION' to oi-status
           end-evaluate
           write ops-summary-rec from ops-item-line
           if ws-item-rc > ws-worst-rc
               move ws-item-rc to ws-worst-rc
           end-if.
