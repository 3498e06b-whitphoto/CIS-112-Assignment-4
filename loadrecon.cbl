      * next validation run. It finds the last real validation entry *
      * in the audit run log and, when that run's return code let    *
      * the load step run, demands a confirmation line in            *
      * loadconf.txt for the same date and validation cycle with the *
      * same accepted-record count. A missing or short confirmation  *
      * means the load abended partway, so the program raises a      *
      * non-zero return code and writes a report line; the nightly   *
      * chain runs it ahead of validation so records can no longer   *
      * go missing silently between the two. A site where            *
      * loadconf.txt does not exist at all has simply never run the  *
      * confirming load step; that first night warns and passes      *
      * rather than blocks.                                          *
      *****************************************************************
       environment division.
       configuration section.
           05 aur-rc       pic 9(2).
           05 filler       pic x(1).
           05 aur-trial    pic x(1).
           05 filler       pic x(1).
           05 aur-held     pic 9(6).
           05 filler       pic x(1).
           05 aur-seq      pic x(2).

       FD load-conf-file.

           05 lc-time      pic 9(6).
           05 filler       pic x(1).
           05 lc-count     pic 9(6).
           05 filler       pic x(1).
           05 lc-seq       pic x(2).

       FD recon-report-file.

           05 rd-msg-out   pic x(22).
           05 filler       pic x(1) value space.
           05 rd-date-out  pic 9(8).
           05 filler       pic x(1) value '-'.
           05 rd-seq-out   pic x(2).
           05 filler       pic x(1) value space.
           05 filler       pic x(4) value 'EXP:'.
           05 rd-exp-out   pic zzzzz9.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-seq       pic x(2) value '01'.

       01 ws-run-good      pic 9(6) value zero.

       01 ws-run-rc        pic 9(2) value zero.
           if ws-run-found = 'n'
               move 'NO VALIDATION RUNS' to rd-msg-out
               move zero to rd-date-out, rd-exp-out, rd-act-out
               move '00' to rd-seq-out
               write recon-report-rec from recon-detail-line
               display 'LOAD RECONCILE  NO VALIDATION RUNS ON LOG'
           else
               if ws-run-rc >= 4
                   move 'LOAD WAS BYPASSED' to rd-msg-out
                   move ws-run-date to rd-date-out
                   move ws-run-seq to rd-seq-out
                   move ws-run-good to rd-exp-out
                   move zero to rd-act-out
                   write recon-report-rec from recon-detail-line
                   display 'LOAD RECONCILE  RUN ' ws-run-date
                           '-' ws-run-seq
                           ' RC ' ws-run-rc ' - LOAD BYPASSED'
               else
                   perform 180-check-conf-file
                   else
                       move 'NO CONFIRMATION FILE' to rd-msg-out
                       move ws-run-date to rd-date-out
                       move ws-run-seq to rd-seq-out
                       move ws-run-good to rd-exp-out
                       move zero to rd-act-out
                       write recon-report-rec from recon-detail-line

      * The last entry written by the validator itself - not a
      * backout, not a restore, not a trial - is the run the load
      * step was fed from. An entry written before cycles were
      * numbered carries no cycle and counts as the day's first.
       150-find-last-run.
           open input audit-run-file
           perform until aur-eof = 'y'
                          and aur-trial not = 'Y'
                           move 'y' to ws-run-found
                           move aur-date to ws-run-date
                           if aur-seq is numeric
                               move aur-seq to ws-run-seq
                           else
                               move '01' to ws-run-seq
                           end-if
                           move aur-good to ws-run-good
                           move aur-rc to ws-run-rc
                       end-if
           end-if.

      * The load appends one confirmation per execution; the last
      * one for the run's date and cycle is the one that counts.
       200-find-confirmation.
           open input load-conf-file
           perform until lc-eof = 'y'
               read load-conf-file
                   at end move 'y' to lc-eof
                   not at end
                       if lc-seq is not numeric
                           move '01' to lc-seq
                       end-if
                       if lc-date = ws-run-date
                          and lc-seq = ws-run-seq
                           move 'y' to ws-conf-found
                           move lc-count to ws-conf-count
                       end-if

       300-compare.
           move ws-run-date to rd-date-out
           move ws-run-seq to rd-seq-out
           move ws-run-good to rd-exp-out
           move ws-conf-count to rd-act-out
           if ws-conf-found = 'n'
               move 'NO LOAD CONFIRMATION' to rd-msg-out
               write recon-report-rec from recon-detail-line
               display 'LOAD RECONCILE  RUN ' ws-run-date
                       '-' ws-run-seq
                       ' HAS NO LOAD CONFIRMATION'
               move 8 to return-code
           else
                   move 'LOAD COUNT MISMATCH' to rd-msg-out
                   write recon-report-rec from recon-detail-line
                   display 'LOAD RECONCILE  RUN ' ws-run-date
                           '-' ws-run-seq
                           ' EXPECTED ' ws-run-good
                           ' LOADED ' ws-conf-count
                   move 8 to return-code
                   move 'LOAD CONFIRMED' to rd-msg-out
                   write recon-report-rec from recon-detail-line
                   display 'LOAD RECONCILE  RUN ' ws-run-date
                           '-' ws-run-seq
                           ' CONFIRMED ' ws-conf-count
               end-if
           end-if.
