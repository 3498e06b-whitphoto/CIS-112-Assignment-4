      * advance starts rejecting input exactly when the store        *
      * actually closes. Every transaction, applied, parked or       *
      * rejected, is written to the audit log with a date and time   *
      * stamp. A closure also takes the store's departments off the  *
      * store-department master on its effective night, journalled   *
      * as ordinary deletes, and a reopen puts back what the last    *
      * closure took; both are listed on the closure report. An open *
      * carries the store's format code, which the department rules  *
      * use for their format limits, and a reformat transaction      *
      * changes it when a store is refitted.                         *
      *****************************************************************
       environment division.
       configuration section.
                  record key is sm-store-num.
           select optional audit-log-file assign to "stormaudit.txt"
                  Organization is line sequential.
           select optional stodept-master assign to "stodept.dat"
                  organization is indexed
                  access is dynamic
                  record key is sd-key.
           select optional stodept-journal assign to "sdjournal.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.
           select close-report-file assign to "closedept.txt"
                  Organization is line sequential.

       data division.
       File Section.
           05 st-store-in  pic x(5).
           05 st-eff-in    pic x(8).
           05 st-name-in   pic x(15).
           05 st-format-in pic x(1).

       FD pending-tran-file.

           05 pt-store-in  pic x(5).
           05 pt-eff-in    pic x(8).
           05 pt-name-in   pic x(15).
           05 pt-format-in pic x(1).

       FD pending-new-file.

           05 pn-store-out  pic x(5).
           05 pn-eff-out    pic x(8).
           05 pn-name-out   pic x(15).
           05 pn-format-out pic x(1).

       FD store-master-file.

           05 sm-store-num    pic x(5).
           05 sm-store-name   pic x(15).
           05 sm-store-status pic x(1).
           05 sm-store-format pic x(1).

       FD audit-log-file.

           05 aud-name     pic x(15).
           05 filler       pic x(1).
           05 aud-result   pic x(10).
           05 filler       pic x(1).
           05 aud-format   pic x(1).

       FD stodept-master.

       01 stodept-rec.
           05 sd-key.
               10 sd-store pic x(5).
               10 sd-terr  pic x(2).
               10 sd-area  pic x(2).
               10 sd-dept  pic x(2).
           05 sd-maint-date pic 9(8).
           05 sd-last-rec   pic 9(6).

       FD stodept-journal.

       01 journal-rec.
           05 jr-run-date  pic 9(8).
           05 filler       pic x(1).
           05 jr-rec-num   pic 9(6).
           05 filler       pic x(1).
           05 jr-action    pic x(3).
           05 filler       pic x(1).
           05 jr-before    pic x(25).
           05 filler       pic x(1).
           05 jr-after     pic x(25).
           05 filler       pic x(1).
           05 jr-source    pic x(8).
           05 filler       pic x(1).
           05 jr-run-seq   pic x(2).
           05 filler       pic x(1).
           05 jr-operator  pic x(8).

       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       FD close-report-file.

       01 close-report-rec pic x(60).

       working-storage section.
       01 tran-eof         pic x(1) value 'n'.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-cycle-date    pic 9(8) value zero.

       01 ws-tran-ctr      pic 9(6) value zero.

       01 ws-applied-ctr   pic 9(6) value zero.

       01 ws-done-tran-name pic x(25) value spaces.

       01 sd-eof           pic x(1) value 'n'.

       01 jrn-eof          pic x(1) value 'n'.

       01 ws-tran-seq      pic 9(6) value zero.

       01 ws-removed-ctr   pic 9(6) value zero.

       01 ws-restored-ctr  pic 9(6) value zero.

       01 ws-prev-status   pic x(1) value space.

       01 ws-jrn-action    pic x(3) value spaces.

       01 ws-jrn-before    pic x(25) value spaces.

       01 ws-jrn-after     pic x(25) value spaces.

       01 ws-jrn-source    pic x(8) value spaces.

       01 ws-cls-table.
           05 ws-cls-cnt   pic 9(3) value zero.
           05 ws-cls-date  pic 9(8) value zero.
           05 ws-cls-rec   pic 9(6) value zero.
           05 ws-cls-seq   pic x(2) value spaces.
           05 ws-cls-entry pic x(25) occurs 500 times.

       01 ws-cls-sub       pic 9(3) value zero.

       01 ws-cls-table-full pic x(1) value 'N'.

       01 blank-line       pic x(60) value spaces.

       01 close-header-1.
           05 filler       pic x(12) value spaces.
           05 filler       pic x(27) value
                  'CLOSURE DEPARTMENT CHANGES'.

       01 close-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(5) value 'STORE'.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(15) value 'NAME'.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(4) value 'TERR'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(4) value 'AREA'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(4) value 'DEPT'.
           05 filler       pic x(1) value spaces.
           05 filler       pic x(8) value 'EFF DATE'.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(6) value 'ACTION'.

       01 close-detail-line.
           05 filler       pic x(2) value spaces.
           05 cd-store-out pic x(5).
           05 filler       pic x(2) value spaces.
           05 cd-name-out  pic x(15).
           05 filler       pic x(3) value spaces.
           05 cd-terr-out  pic x(2).
           05 filler       pic x(3) value spaces.
           05 cd-area-out  pic x(2).
           05 filler       pic x(3) value spaces.
           05 cd-dept-out  pic x(2).
           05 filler       pic x(2) value spaces.
           05 cd-eff-out   pic x(8).
           05 filler       pic x(2) value spaces.
           05 cd-action-out pic x(9).

       01 close-total-line.
           05 filler       pic x(2) value spaces.
           05 ct-label-out pic x(22).
           05 ct-cnt-out   pic zzzzz9.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.
           perform 150-read-run-seq

           open i-o store-master-file
           open output pending-new-file
           open extend audit-log-file
           open i-o stodept-master
           open extend stodept-journal
           open output close-report-file
           write close-report-rec from close-header-1
           write close-report-rec from blank-line
           write close-report-rec from close-header-2

      * Transactions parked on earlier nights come due first, so a
      * closure keyed ahead of a rename of the same store lands in
               read pending-tran-file
                   at end move 'y' to pend-eof
                   not at end
                       add 1 to ws-tran-seq
                       move pending-tran-rec to store-tran-rec
                       perform 200-apply-tran
               end-read
                   at end move 'y' to tran-eof
                   not at end
                       add 1 to ws-tran-ctr
                       add 1 to ws-tran-seq
                       perform 200-apply-tran
               end-read
           end-perform
           close store-tran-file

           perform 290-close-report-totals
           close store-master-file, audit-log-file
           close stodept-master, stodept-journal, close-report-file
           perform 500-swap-pending
           perform 510-consume-trans

                   ' APPLIED: ' ws-applied-ctr
                   ' PENDING: ' ws-pending-ctr
                   ' REJECTED: ' ws-rejected-ctr
           display 'STORE MASTER MAINT  DEPTS REMOVED: '
                   ws-removed-ctr
                   ' RESTORED: ' ws-restored-ctr
           if ws-rejected-ctr > 0 and return-code = 0
               move 4 to return-code
           end-if
           stop run.

      * The journal and audit entries this run writes belong to the
      * validation cycle it runs in, dated and numbered by the
      * run-cycle step even once the chain has run past midnight;
      * with no cycle file at all this is today's first cycle.
      * Effective dates are still judged against today.
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

      * A transaction whose effective date has not arrived is carried
      * forward in the pending file instead of being applied; it is
      * audited as PENDING the night it is keyed and silently carried
                           perform 230-apply-reopen
                       when 'N'
                           perform 240-apply-rename
                       when 'F'
                           perform 245-apply-reformat
                       when other
                           move 'BAD ACTION' to ws-audit-result
                           add 1 to ws-rejected-ctr
                   move st-store-in to sm-store-num
                   move st-name-in to sm-store-name
                   move 'O' to sm-store-status
                   move st-format-in to sm-store-format
                   write store-master-rec
                   move 'APPLIED' to ws-audit-result
                   add 1 to ws-applied-ctr
                   rewrite store-master-rec
                   move 'APPLIED' to ws-audit-result
                   add 1 to ws-applied-ctr
                   perform 250-cascade-closure
           end-read
           perform 300-write-audit.

      * Only a store coming back from a closure gets its departments
      * back; reopening a suspended or already open store leaves the
      * store-department master alone.
       230-apply-reopen.
           move st-store-in to sm-store-num
           read store-master-file
                   move 'NOT FOUND' to ws-audit-result
                   add 1 to ws-rejected-ctr
               not invalid key
                   move sm-store-status to ws-prev-status
                   move 'O' to sm-store-status
                   rewrite store-master-rec
                   move 'APPLIED' to ws-audit-result
                   add 1 to ws-applied-ctr
                   if ws-prev-status = 'C'
                       perform 260-restore-departments
                   end-if
           end-read
           perform 300-write-audit.

           end-read
           perform 300-write-audit.

       245-apply-reformat.
           move st-store-in to sm-store-num
           read store-master-file
               invalid key
                   move 'NOT FOUND' to ws-audit-result
                   add 1 to ws-rejected-ctr
               not invalid key
                   move st-format-in to sm-store-format
                   rewrite store-master-rec
                   move 'APPLIED' to ws-audit-result
                   add 1 to ws-applied-ctr
           end-read
           perform 300-write-audit.

       300-write-audit.
           move spaces to audit-rec
           move ws-cycle-date to aud-date
           move ws-run-time to aud-time
           evaluate st-action-in
               when 'O' move 'OPEN' to aud-action
               when 'C' move 'CLOSE' to aud-action
               when 'R' move 'REOPEN' to aud-action
               when 'N' move 'RENAME' to aud-action
               when 'F' move 'FORMAT' to aud-action
               when other move st-action-in to aud-action
           end-evaluate
           move st-store-in to aud-store
           move st-eff-in to aud-eff
           move st-name-in to aud-name
           move st-format-in to aud-format
           move ws-audit-result to aud-result
           write audit-rec.

      * A closure takes every department the store carries off the
      * store-department master the same night. Each one is
      * journalled as an ordinary DEL with its before image, tagged
      * with the closure as its source, so the backout utility
      * reverses it like any other delete and a later reopen can
      * find exactly what the closure took away.
       250-cascade-closure.
           move 'n' to sd-eof
           move st-store-in to sd-store
           move low-values to sd-terr, sd-area, sd-dept
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-eof
           end-start
           perform until sd-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-eof
                   not at end
                       if sd-store not = st-store-in
                           move 'y' to sd-eof
                       else
                           perform 255-remove-department
                       end-if
               end-read
           end-perform.

       255-remove-department.
           move 'DEL' to ws-jrn-action
           move stodept-rec to ws-jrn-before
           move spaces to ws-jrn-after
           move 'CLOSURE' to ws-jrn-source
           delete stodept-master record
           perform 270-write-journal
           move 'REMOVED' to cd-action-out
           perform 280-write-close-line
           add 1 to ws-removed-ctr.

      * A reopen puts back the departments taken by the store's most
      * recent closure, read from the journal entries that closure
      * wrote. One that is already back on the master - put back by
      * a backout, or keyed in again since - is left as it is and
      * noted on the report.
       260-restore-departments.
           perform 265-find-closure-entries
           perform varying ws-cls-sub from 1 by 1
                   until ws-cls-sub > ws-cls-cnt
               move ws-cls-entry (ws-cls-sub) to stodept-rec
               move ws-run-date to sd-maint-date
               move ws-tran-seq to sd-last-rec
               write stodept-rec
                   invalid key
                       move 'ON FILE' to cd-action-out
                       perform 280-write-close-line
                   not invalid key
                       move 'ADD' to ws-jrn-action
                       move spaces to ws-jrn-before
                       move stodept-rec to ws-jrn-after
                       move 'REOPEN' to ws-jrn-source
                       perform 270-write-journal
                       move 'RESTORED' to cd-action-out
                       perform 280-write-close-line
                       add 1 to ws-restored-ctr
               end-write
           end-perform.

      * The journal is in the order it was written, so each newer
      * closure of the store found on the way through replaces the
      * set held from an older one.
       265-find-closure-entries.
           move zero to ws-cls-cnt, ws-cls-date, ws-cls-rec
           move spaces to ws-cls-seq
           move 'N' to ws-cls-table-full
           move 'n' to jrn-eof
           close stodept-journal
           open input stodept-journal
           perform until jrn-eof = 'y'
               read stodept-journal
                   at end move 'y' to jrn-eof
                   not at end
                       if jr-source = 'CLOSURE'
                          and jr-action = 'DEL'
                          and jr-before (1:5) = st-store-in
                           perform 266-hold-closure-entry
                       end-if
               end-read
           end-perform
           close stodept-journal
           open extend stodept-journal.

       266-hold-closure-entry.
           if jr-run-date not = ws-cls-date
              or jr-run-seq not = ws-cls-seq
              or jr-rec-num not = ws-cls-rec
               move zero to ws-cls-cnt
               move 'N' to ws-cls-table-full
               move jr-run-date to ws-cls-date
               move jr-run-seq to ws-cls-seq
               move jr-rec-num to ws-cls-rec
           end-if
           if ws-cls-cnt < 500
               add 1 to ws-cls-cnt
               move jr-before to ws-cls-entry (ws-cls-cnt)
           else
               if ws-cls-table-full = 'N'
                   display 'WARNING: CLOSURE TABLE FULL FOR STORE '
                           st-store-in
                   move 'Y' to ws-cls-table-full
               end-if
           end-if.

      * Same before-and-after layout the validator writes, with the
      * store transaction's sequence number standing in for the
      * input record number.
       270-write-journal.
           move spaces to journal-rec
           move ws-cycle-date to jr-run-date
           move ws-tran-seq to jr-rec-num
           move ws-jrn-action to jr-action
           move ws-jrn-before to jr-before
           move ws-jrn-after to jr-after
           move ws-jrn-source to jr-source
           move ws-run-seq to jr-run-seq
           write journal-rec.

       280-write-close-line.
           move st-store-in to cd-store-out
           move sm-store-name to cd-name-out
           move sd-terr to cd-terr-out
           move sd-area to cd-area-out
           move sd-dept to cd-dept-out
           move st-eff-in to cd-eff-out
           write close-report-rec from close-detail-line.

       290-close-report-totals.
           write close-report-rec from blank-line
           move 'DEPARTMENTS REMOVED:' to ct-label-out
           move ws-removed-ctr to ct-cnt-out
           write close-report-rec from close-total-line
           move 'DEPARTMENTS RESTORED:' to ct-label-out
           move ws-restored-ctr to ct-cnt-out
           write close-report-rec from close-total-line.

      * The carried-forward transactions are staged to a work file
      * and renamed over the live pending file only after a clean
      * close, so an abend mid-write cannot lose a keyed closure.
