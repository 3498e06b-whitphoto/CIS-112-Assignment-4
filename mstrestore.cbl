      *****************************************************************
      * This program puts a named backup generation of the two       *
      * indexed masters back in place of the live files. The         *
      * generation is named by RESTORE-DATE in the parameter file,   *
      * with RESTORE-SEQ picking one validation cycle of that day    *
      * (left out, the day's first cycle - the masters as they stood *
      * before that day's processing), and must appear in            *
      * genlist.txt, so a mistyped date cannot quietly copy          *
      * nothing. The restore is recorded in the audit run log so the *
      * night's history shows the masters were put back.             *
      *****************************************************************
       environment division.
       configuration section.
                  Organization is line sequential.
           select optional audit-run-file assign to "auditrun.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.

       data division.
       File Section.

       01 gen-list-rec.
           05 gl-date      pic x(8).
           05 gl-seq       pic x(2).

       FD audit-run-file.

           05 aur-rc       pic 9(2).
           05 filler       pic x(1).
           05 aur-trial    pic x(1).
           05 filler       pic x(1).
           05 aur-held     pic 9(6).
           05 filler       pic x(1).
           05 aur-seq      pic 9(2).

       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.

       01 ws-restore-date  pic x(8) value spaces.

       01 ws-restore-seq   pic x(2) value spaces.

       01 ws-found-seq     pic x(2) value spaces.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-gen-found     pic x(1) value 'n'.

       01 ws-run-date      pic 9(8) value zero.
       01 ws-sd-gen-name.
           05 filler       pic x(9) value 'stodept.B'.
           05 ws-sd-gen-date pic x(8).
           05 ws-sd-gen-seq  pic x(2).

       01 ws-sm-gen-name.
           05 filler       pic x(11) value 'storemast.B'.
           05 ws-sm-gen-date pic x(8).
           05 ws-sm-gen-seq  pic x(2).

       01 ws-copy-rc       pic 9(2) value zero.

           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.

           perform 140-read-run-seq
           perform 150-read-parameters
           if ws-restore-date is not numeric
               display 'RESTORE-DATE PARAMETER MISSING OR BAD'
               move 12 to return-code
               stop run
           end-if
           if ws-restore-seq not = spaces
              and ws-restore-seq is not numeric
               display 'RESTORE-SEQ PARAMETER BAD'
               move 12 to return-code
               stop run
           end-if

           perform 200-check-gen-list
           if ws-gen-found = 'n'
               display 'GENERATION NOT ON LIST: ' ws-restore-date
                       ' ' ws-restore-seq
               move 12 to return-code
               stop run
           end-if

           move ws-restore-date to ws-sd-gen-date, ws-sm-gen-date
           move ws-found-seq to ws-sd-gen-seq, ws-sm-gen-seq
           call 'CBL_COPY_FILE'
               using ws-sd-gen-name, ws-sd-live-name
           move return-code to ws-copy-rc
           perform 400-write-audit-log

           display 'MASTER RESTORE  GENERATION ' ws-restore-date
                   ' ' ws-found-seq ' PUT BACK'
           stop run.

      * The restore is logged under the cycle it runs in, numbered
      * by the run-cycle step; a cycle file from another day, or
      * none, means today's first cycle.
       140-read-run-seq.
           open input run-seq-file
           read run-seq-file
               at end continue
               not at end
                   if rs-date = ws-run-date and rs-seq is numeric
                       move rs-seq to ws-run-seq
                   end-if
           end-read
           close run-seq-file.

      * Only RESTORE-DATE and RESTORE-SEQ matter here; the rest of
      * the shared parameter file belongs to the validator and is
      * passed over. A one-digit cycle ('2') is taken as '02'.
       150-read-parameters.
           open input run-parm-file
           perform until parm-eof = 'y'
                           move ws-parm-value (1:8)
                             to ws-restore-date
                       end-if
                       if ws-parm-key = 'RESTORE-SEQ'
                           move ws-parm-value (1:2)
                             to ws-restore-seq
                           if ws-restore-seq (2:1) = space
                              and ws-restore-seq (1:1) not = space
                               move ws-restore-seq (1:1)
                                 to ws-restore-seq (2:1)
                               move '0' to ws-restore-seq (1:1)
                           end-if
                       end-if
               end-read
           end-perform
           close run-parm-file.

      * The list is in the order the generations were taken, so the
      * first one found for the date is its first cycle. A generation
      * listed before cycles were numbered has no cycle of its own
      * and answers for cycle 01.
       200-check-gen-list.
           open input gen-list-file
           perform until gl-eof = 'y'
                   at end move 'y' to gl-eof
                   not at end
                       if gl-date = ws-restore-date
                          and ws-gen-found = 'n'
                           if ws-restore-seq = spaces
                              or gl-seq = ws-restore-seq
                              or (gl-seq = spaces
                                  and ws-restore-seq = '01')
                               move 'y' to ws-gen-found
                               move gl-seq to ws-found-seq
                           end-if
                       end-if
               end-read
           end-perform
           move spaces to aur-list
           string 'RESTORE OF GENERATION ' delimited by size
                  ws-restore-date delimited by size
                  ' ' delimited by size
                  ws-found-seq delimited by size
                  into aur-list
           end-string
           move zero to aur-trailer
           move 'R' to aur-restart
           move return-code to aur-rc
           move space to aur-trial
           move zero to aur-held
           move ws-run-seq to aur-seq
           write audit-run-rec
           close audit-run-file.
