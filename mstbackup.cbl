       program-id. Master-Backup.
      *****************************************************************
      * This program snapshots the two indexed masters to dated      *
      * generation copies (stodept.Byyyymmddnn,                      *
      * storemast.Byyyymmddnn, nn being the day's validation cycle)  *
      * before the validation touches them, and keeps the            *
      * generation list trimmed to the count named by                *
      * BACKUP-GENERATIONS in the parameter file. The list of        *
      * generations on disk is carried in genlist.txt, staged and    *
                  Organization is line sequential.
           select gen-list-new-file assign to "genlist.new"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.

       data division.
       File Section.

       01 gen-list-rec.
           05 gl-date      pic x(8).
           05 gl-seq       pic x(2).

       FD gen-list-new-file.

       01 gen-list-new-rec.
           05 gln-date     pic x(8).
           05 gln-seq      pic x(2).

       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-cycle-date    pic 9(8) value zero.

       01 ws-generations   pic 9(3) value 7.

       01 ws-gen-table.
           05 ws-gen-cnt   pic 9(3) value zero.
           05 ws-gen-entry occurs 200 times.
               10 ws-gen-date  pic x(8).
               10 ws-gen-seq   pic x(2).

       01 ws-gen-sub       pic 9(3) value zero.

       01 ws-sd-gen-name.
           05 filler       pic x(9) value 'stodept.B'.
           05 ws-sd-gen-date pic x(8).
           05 ws-sd-gen-seq  pic x(2).

       01 ws-sm-gen-name.
           05 filler       pic x(11) value 'storemast.B'.
           05 ws-sm-gen-date pic x(8).
           05 ws-sm-gen-seq  pic x(2).

       01 ws-new-list-name  pic x(11) value 'genlist.new'.


       100-main.
           accept ws-run-date from date yyyymmdd.
           perform 140-read-run-seq
           perform 150-read-parameters
           perform 200-load-gen-list

           move ws-cycle-date to ws-sd-gen-date, ws-sm-gen-date
           move ws-run-seq to ws-sd-gen-seq, ws-sm-gen-seq
           move 0 to ws-copy-rc
           perform 250-copy-stodept
           perform 260-copy-storemast
           if ws-copied-ctr > 0 and ws-today-listed = 'n'
               if ws-gen-cnt < 200
                   add 1 to ws-gen-cnt
                   move ws-cycle-date to ws-gen-date (ws-gen-cnt)
                   move ws-run-seq to ws-gen-seq (ws-gen-cnt)
               else
                   display 'WARNING: GENERATION LIST FULL'
               end-if
           perform 300-trim-generations
           perform 500-rewrite-gen-list

           display 'MASTER BACKUP  GENERATION: ' ws-cycle-date
                   '-' ws-run-seq
                   ' KEPT: ' ws-gen-cnt
                   ' DROPPED: ' ws-drop-cnt
           stop run.
               display 'NO ' ws-sm-live-name ' TO BACK UP - SKIPPED'
           end-if.

      * Each validation cycle of the day gets its own generation, so
      * the masters can be put back to the point between two cycles.
      * The generation is dated and numbered by the run-cycle step,
      * even once the chain has run past midnight, so it carries the
      * same cycle as the journal; with no cycle file at all this is
      * today's first cycle.
       140-read-run-seq.
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

      * Only BACKUP-GENERATIONS matters here; the rest of the shared
      * parameter file belongs to the validator and is passed over.
       150-read-parameters.
               move 'n' to ws-parm-num-ok
           end-if.

      * A rerun of the same cycle just refreshes that cycle's copy;
      * it is not listed twice. Generations listed before cycles
      * were numbered have no cycle, and their files no suffix.
       200-load-gen-list.
           open input gen-list-file
           perform until gl-eof = 'y'
                       if ws-gen-cnt < 200
                           add 1 to ws-gen-cnt
                           move gl-date to ws-gen-date (ws-gen-cnt)
                           move gl-seq to ws-gen-seq (ws-gen-cnt)
                           if gl-date = ws-cycle-date
                              and gl-seq = ws-run-seq
                               move 'y' to ws-today-listed
                           end-if
                       end-if
           perform until ws-gen-cnt <= ws-generations
               move ws-gen-date (1) to ws-sd-gen-date,
                                       ws-sm-gen-date
               move ws-gen-seq (1) to ws-sd-gen-seq, ws-sm-gen-seq
               call 'CBL_DELETE_FILE' using ws-sd-gen-name
               call 'CBL_DELETE_FILE' using ws-sm-gen-name
               move 0 to return-code
               perform varying ws-gen-sub from 1 by 1
                       until ws-gen-sub >= ws-gen-cnt
                   move ws-gen-entry (ws-gen-sub + 1)
                     to ws-gen-entry (ws-gen-sub)
               end-perform
               subtract 1 from ws-gen-cnt
               add 1 to ws-drop-cnt
           perform varying ws-gen-sub from 1 by 1
                   until ws-gen-sub > ws-gen-cnt
               move ws-gen-date (ws-gen-sub) to gln-date
               move ws-gen-seq (ws-gen-sub) to gln-seq
               write gen-list-new-rec
           end-perform
           close gen-list-new-file
