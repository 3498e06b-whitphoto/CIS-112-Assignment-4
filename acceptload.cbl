      * This program is the load step for the accepted-records       *
      * extract. It passes the records through to the downstream     *
      * handoff file and then writes a confirmation line with the    *
      * date, the validation cycle and the count it actually loaded, *
      * so the next cycle's reconciliation can prove the load ran to *
      * completion instead of assuming it. A file stamped by a trial *
      * validation run is refused outright and nothing is loaded or  *
      * confirmed.                                                   *
      *****************************************************************
       environment division.
       configuration section.
                  Organization is line sequential.
           select optional load-conf-file assign to "loadconf.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.

       data division.
       File Section.
           05 lc-time      pic 9(6).
           05 filler       pic x(1).
           05 lc-count     pic 9(6).
           05 filler       pic x(1).
           05 lc-seq       pic 9(2).

       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       working-storage section.
       01 acc-eof          pic x(1) value 'n'.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-cycle-date    pic 9(8) value zero.

       01 ws-load-ctr      pic 9(6) value zero.

       01 ws-trial-file    pic x(1) value 'n'.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.
           perform 150-read-run-seq

           open input accepted-file
           read accepted-file
           end-if
           stop run.

      * The confirmation names the validation cycle the extract came
      * from, dated and numbered by the run-cycle step even once the
      * chain has run past midnight; with no cycle file at all this
      * is today's first cycle.
       150-read-run-seq.
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

       200-load-record.
           move accepted-rec to load-out-rec
           write load-out-rec
       300-write-confirmation.
           open extend load-conf-file
           move spaces to load-conf-rec
           move ws-cycle-date to lc-date
           move ws-run-time to lc-time
           move ws-load-ctr to lc-count
           move ws-run-seq to lc-seq
           write load-conf-rec
           close load-conf-file.
