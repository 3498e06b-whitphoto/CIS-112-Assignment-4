       identification division.
       program-id. Run-Cycle.
      *****************************************************************
      * This program opens a new validation cycle. More than one     *
      * cycle can run on a business day (a late regional file, a     *
      * rerun after a fix), so each is numbered within its date and  *
      * the pair is carried in runseq.txt for every later step of    *
      * the chain to stamp on what it writes: the journal, the       *
      * backup generations, the audit run log and the load           *
      * confirmation. The first cycle of a day is 01; each later one *
      * that day is the next number up. A restart of an interrupted  *
      * cycle does not come through here and so keeps its number.    *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.

       data division.
       File Section.
       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       working-storage section.
       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-last-date     pic 9(8) value zero.

       01 ws-last-seq      pic 9(2) value zero.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.

           open input run-seq-file
           read run-seq-file
               at end
                   move zero to ws-last-date, ws-last-seq
               not at end
                   if rs-date is numeric and rs-seq is numeric
                       move rs-date to ws-last-date
                       move rs-seq to ws-last-seq
                   end-if
           end-read
           close run-seq-file

           if ws-last-date = ws-run-date
               if ws-last-seq >= 99
                   display 'RUN CYCLE  ' ws-run-date
                           ' HAS NO CYCLE NUMBERS LEFT'
                   move 12 to return-code
                   stop run
               end-if
               compute ws-run-seq = ws-last-seq + 1
           else
               move 1 to ws-run-seq
           end-if

           open output run-seq-file
           move ws-run-date to rs-date
           move ws-run-seq to rs-seq
           write run-seq-rec
           close run-seq-file

           display 'RUN CYCLE  DATE: ' ws-run-date
                   ' CYCLE: ' ws-run-seq
           move 0 to return-code
           stop run.
