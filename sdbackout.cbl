      * This program reverses one run's updates to the store-        *
      * department master using the before-and-after journal written *
      * by Store-Data-Validation. The run to back out is named by    *
      * BACKOUT-DATE in the parameter file, and one validation cycle *
      * of that day by BACKOUT-SEQ (left out, every cycle of the     *
      * day); the journal entries for that run are applied in        *
      * reverse order, restoring each record's before image (adds    *
      * are deleted, changes rewritten back, deletes re-added).      *
      * Updates keyed on the online maintenance screen are           *
      * journalled as cycle 00 of their day, so BACKOUT-SEQ=00       *
      * reverses a day's screen work alone. Each reversal is itself  *
      * journalled, under the source SDBACKOU in the cycle the       *
      * backout runs in, so the net-change feed and the history      *
      * inquiry see it like any other update; a later backout passes *
      * over these entries. The backout is also noted in the audit   *
      * run log so the night's entry can be read together with its   *
      * reversal.                                                    *
      *****************************************************************
                  record key is sd-key.
           select optional audit-run-file assign to "auditrun.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.

       data division.
       File Section.
           05 jr-before    pic x(25).
           05 filler       pic x(1).
           05 jr-after     pic x(25).
           05 filler       pic x(1).
           05 jr-source    pic x(8).
           05 filler       pic x(1).
           05 jr-run-seq   pic x(2).
           05 filler       pic x(1).
           05 jr-operator  pic x(8).

       FD stodept-master.

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

       01 ws-backout-date  pic x(8) value spaces.

       01 ws-backout-seq   pic x(2) value spaces.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-time      pic 9(6) value zero.
       01 ws-jrn-table.
           05 ws-jrn-cnt   pic 9(4) value zero.
           05 ws-jrn-entry occurs 5000 times.
               10 ws-jrn-rec-num pic 9(6).
               10 ws-jrn-action pic x(3).
               10 ws-jrn-before pic x(25).
               10 ws-jrn-after  pic x(25).
               10 ws-jrn-source pic x(8).
               10 ws-jrn-run-seq pic x(2).
               10 ws-jrn-rev-num pic 9(6).

       01 ws-jrn-table-full pic x(1) value 'N'.

       01 ws-jrn-sub       pic 9(4) value zero.

       01 ws-jrn-sub2      pic 9(4) value zero.

       01 ws-rev-num       pic 9(6) value zero.

       01 ws-new-action    pic x(3) value spaces.

       01 ws-new-before    pic x(25) value spaces.

       01 ws-new-after     pic x(25) value spaces.

       procedure division.

       100-main.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.

           perform 140-read-run-seq
           perform 150-read-parameters
           if ws-backout-date is not numeric
               display 'BACKOUT-DATE PARAMETER MISSING OR BAD'
               move 12 to return-code
               stop run
           end-if
           if ws-backout-seq not = spaces
              and ws-backout-seq is not numeric
               display 'BACKOUT-SEQ PARAMETER BAD'
               move 12 to return-code
               stop run
           end-if

           perform 200-load-journal
           if ws-jrn-table-full = 'Y'
           end-if
           if ws-jrn-cnt = 0
               display 'NO JOURNAL ENTRIES FOR RUN ' ws-backout-date
                       ' ' ws-backout-seq
               move 8 to return-code
               stop run
           end-if

           open i-o stodept-master
           open extend stodept-journal
           perform varying ws-jrn-sub from ws-jrn-cnt by -1
                   until ws-jrn-sub < 1
               perform 300-reverse-entry
           end-perform
           close stodept-journal
           close stodept-master

           perform 400-write-audit-log

           display 'STODEPT BACKOUT  RUN: ' ws-backout-date
                   ' ' ws-backout-seq
                   ' REVERSED: ' ws-reversed-ctr
                   ' SKIPPED: ' ws-skipped-ctr
           if ws-skipped-ctr > 0 and return-code = 0
           end-if
           stop run.

      * The backout is logged under the cycle it runs in, numbered
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

      * Only BACKOUT-DATE and BACKOUT-SEQ matter here; the rest of
      * the shared parameter file belongs to the validator and is
      * passed over. A one-digit cycle ('2') is taken as '02'.
       150-read-parameters.
           open input run-parm-file
           perform until parm-eof = 'y'
                           move ws-parm-value (1:8)
                             to ws-backout-date
                       end-if
                       if ws-parm-key = 'BACKOUT-SEQ'
                           move ws-parm-value (1:2)
                             to ws-backout-seq
                           if ws-backout-seq (2:1) = space
                              and ws-backout-seq (1:1) not = space
                               move ws-backout-seq (1:1)
                                 to ws-backout-seq (2:1)
                               move '0' to ws-backout-seq (1:1)
                           end-if
                       end-if
               end-read
           end-perform
           close run-parm-file.
      * The named run's entries are held in a table so they can be
      * applied newest first; reversing in that order restores the
      * exact state the master held before the run, even when one
      * key was touched more than once that night. Entries journalled
      * before cycles were numbered have no cycle of their own and
      * belong to cycle 01. An earlier backout's own reversals are
      * not part of any run and are never reversed again.
       200-load-journal.
           open input stodept-journal
           perform until jrn-eof = 'y'
                   at end move 'y' to jrn-eof
                   not at end
                       if jr-run-date = ws-backout-date
                          and jr-source not = 'SDBACKOU'
                          and (ws-backout-seq = spaces
                               or jr-run-seq = ws-backout-seq
                               or (jr-run-seq = spaces
                                   and ws-backout-seq = '01'))
                           if ws-jrn-cnt < 5000
                               add 1 to ws-jrn-cnt
                               move jr-rec-num
                                 to ws-jrn-rec-num (ws-jrn-cnt)
                               move jr-action
                                 to ws-jrn-action (ws-jrn-cnt)
                               move jr-before
                                 to ws-jrn-before (ws-jrn-cnt)
                               move jr-after
                                 to ws-jrn-after (ws-jrn-cnt)
                               move jr-source
                                 to ws-jrn-source (ws-jrn-cnt)
                               move jr-run-seq
                                 to ws-jrn-run-seq (ws-jrn-cnt)
                               if jr-run-seq = spaces
                                   move '01'
                                     to ws-jrn-run-seq (ws-jrn-cnt)
                               end-if
                               move zero
                                 to ws-jrn-rev-num (ws-jrn-cnt)
                           else
                               if ws-jrn-table-full = 'N'
                                   display 'WARNING: JOURNAL '
           close stodept-journal.

       300-reverse-entry.
           perform 305-number-reversal
           evaluate ws-jrn-action (ws-jrn-sub)
               when 'ADD'
                   perform 310-reverse-add
                   add 1 to ws-skipped-ctr
           end-evaluate.

      * The entries reversed can come from several cycles and sources,
      * each numbering its records from 1, and every reversal goes out
      * under one date, cycle and source. So each original record -
      * its source, cycle and record number - gets a reversal number
      * of its own, shared by all its entries: the two halves of a
      * reversed transfer or realignment move still pair, and
      * unrelated reversals never do.
       305-number-reversal.
           perform varying ws-jrn-sub2 from ws-jrn-cnt by -1
                   until ws-jrn-sub2 <= ws-jrn-sub
               if ws-jrn-source (ws-jrn-sub2)
                        = ws-jrn-source (ws-jrn-sub)
                  and ws-jrn-run-seq (ws-jrn-sub2)
                        = ws-jrn-run-seq (ws-jrn-sub)
                  and ws-jrn-rec-num (ws-jrn-sub2)
                        = ws-jrn-rec-num (ws-jrn-sub)
                   move ws-jrn-rev-num (ws-jrn-sub2)
                     to ws-jrn-rev-num (ws-jrn-sub)
               end-if
           end-perform
           if ws-jrn-rev-num (ws-jrn-sub) = zero
               add 1 to ws-rev-num
               move ws-rev-num to ws-jrn-rev-num (ws-jrn-sub)
           end-if.

      * Each reversal is journalled with what the master actually
      * held before and after it.
       310-reverse-add.
           move ws-jrn-after (ws-jrn-sub) (1:11) to sd-key
           read stodept-master
               invalid key
                   add 1 to ws-skipped-ctr
               not invalid key
                   move 'DEL' to ws-new-action
                   move stodept-rec to ws-new-before
                   move spaces to ws-new-after
                   delete stodept-master record
                   perform 350-write-journal
                   add 1 to ws-reversed-ctr
           end-read.

       320-reverse-change.
           move ws-jrn-before (ws-jrn-sub) (1:11) to sd-key
           perform 340-restore-before.

       330-reverse-delete.
           move ws-jrn-before (ws-jrn-sub) (1:11) to sd-key
           perform 340-restore-before.

       340-restore-before.
           read stodept-master
               invalid key
                   move 'ADD' to ws-new-action
                   move spaces to ws-new-before
                   move ws-jrn-before (ws-jrn-sub) to stodept-rec
                   write stodept-rec
               not invalid key
                   move 'CHG' to ws-new-action
                   move stodept-rec to ws-new-before
                   move ws-jrn-before (ws-jrn-sub) to stodept-rec
                   rewrite stodept-rec
           end-read
           move stodept-rec to ws-new-after
           perform 350-write-journal
           add 1 to ws-reversed-ctr.

       350-write-journal.
           move spaces to journal-rec
           move ws-run-date to jr-run-date
           move ws-jrn-rev-num (ws-jrn-sub) to jr-rec-num
           move ws-new-action to jr-action
           move ws-new-before to jr-before
           move ws-new-after to jr-after
           move 'SDBACKOU' to jr-source
           move ws-run-seq to jr-run-seq
           write journal-rec.

      * The backout gets its own line in the run log, in the same
      * layout the validator writes, so the audit trail shows both
           move spaces to aur-list
           string 'BACKOUT OF RUN ' delimited by size
                  ws-backout-date delimited by size
                  ' ' delimited by size
                  ws-backout-seq delimited by size
                  into aur-list
           end-string
           move zero to aur-trailer
           move 'B' to aur-restart
           move return-code to aur-rc
           move space to aur-trial
           move zero to aur-held
           move ws-run-seq to aur-seq
           write audit-run-rec
           close audit-run-file.
