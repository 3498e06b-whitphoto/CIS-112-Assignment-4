       identification division.
       program-id. Stodept-History.
      *****************************************************************
      * This program answers "which departments did this store carry *
      * on a given day, and when did that change". The master holds  *
      * only today's picture, so the program starts from it and      *
      * undoes, newest first, every journalled change made after     *
      * the as-of date (INQUIRY-DATE, default today). The selection  *
      * is one store (INQUIRY-STORE) or a territory (INQUIRY-TERR),  *
      * optionally narrowed to one area (INQUIRY-AREA). The report   *
      * (sdhist.txt) lists the departments carried as of the date,   *
      * then every journalled change for the selection in the order  *
      * it was made, with the input record number and source that    *
      * caused it and, for a screen update, the operator who keyed   *
      * it; the delete and add halves of a transfer are shown as one *
      * XFR line naming both stores. sdbackout journals its          *
      * reversals under its own source, so a run that was backed out *
      * shows as the run's changes followed by their reversal.       *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select optional run-parm-file assign to "runparm.txt"
                  Organization is line sequential.
           select optional stodept-master assign to "stodept.dat"
                  organization is indexed
                  access is dynamic
                  record key is sd-key.
           select optional stodept-journal assign to "sdjournal.txt"
                  Organization is line sequential.
           select hist-work-file assign to "histwork.txt"
                  Organization is line sequential.
           select hist-sorted-file assign to "histsorted.txt"
                  Organization is line sequential.
           select hist-sort-file assign to "histsort.tmp".
           select hist-report-file assign to "sdhist.txt"
                  Organization is line sequential.

       data division.
       File Section.
       FD run-parm-file.

       01 run-parm-rec     pic x(66).

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

       FD hist-work-file.

       01 hist-work-rec.
           05 hwk-key      pic x(11).
           05 hwk-rest     pic x(14).

       FD hist-sorted-file.

       01 hist-sorted-rec.
           05 hso-store    pic x(5).
           05 hso-terr     pic x(2).
           05 hso-area     pic x(2).
           05 hso-dept     pic x(2).
           05 hso-maint-date pic x(8).
           05 hso-last-rec pic x(6).

       SD hist-sort-file.

       01 hist-sort-rec.
           05 hsr-key      pic x(11).
           05 hsr-rest     pic x(14).

       FD hist-report-file.

       01 hist-report-rec  pic x(80).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.

       01 sd-eof           pic x(1) value 'n'.

       01 jrn-eof          pic x(1) value 'n'.

       01 hso-eof          pic x(1) value 'n'.

       01 ws-parm-key      pic x(20) value spaces.

       01 ws-parm-value    pic x(44) value spaces.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-inq-store     pic x(5) value spaces.

       01 ws-inq-terr      pic x(2) value spaces.

       01 ws-inq-area      pic x(2) value spaces.

       01 ws-inq-date      pic x(8) value spaces.

       01 ws-image         pic x(25) value spaces.

       01 ws-image-parts redefines ws-image.
           05 ws-img-store pic x(5).
           05 ws-img-terr  pic x(2).
           05 ws-img-area  pic x(2).
           05 ws-img-dept  pic x(2).
           05 filler       pic x(14).

       01 ws-selected      pic x(1) value 'n'.

       01 ws-set-table.
           05 ws-set-cnt   pic 9(4) value zero.
           05 ws-set-entry occurs 2000 times.
               10 ws-set-rec.
                   15 ws-set-key pic x(11).
                   15 filler     pic x(14).
               10 ws-set-present pic x(1).

       01 ws-set-sub       pic 9(4) value zero.

       01 ws-set-found     pic 9(4) value zero.

       01 ws-hj-table.
           05 ws-hj-cnt    pic 9(4) value zero.
           05 ws-hj-entry occurs 5000 times.
               10 ws-hj-pos     pic 9(7).
               10 ws-hj-date    pic 9(8).
               10 ws-hj-seq     pic x(2).
               10 ws-hj-rec     pic 9(6).
               10 ws-hj-action  pic x(3).
               10 ws-hj-before  pic x(25).
               10 ws-hj-after   pic x(25).
               10 ws-hj-source  pic x(8).
               10 ws-hj-oper    pic x(8).
               10 ws-hj-print   pic x(1).
               10 ws-hj-xfr     pic x(1).
               10 ws-hj-other   pic x(25).

       01 ws-hj-sub        pic 9(4) value zero.

       01 ws-hj-own        pic 9(4) value zero.

       01 ws-hj-paired     pic x(1) value 'n'.

       01 ws-jrn-pos       pic 9(7) value zero.

       01 ws-table-full    pic x(1) value 'N'.

       01 ws-carried-ctr   pic 9(6) value zero.

       01 ws-change-ctr    pic 9(6) value zero.

       01 ws-undone-ctr    pic 9(6) value zero.

       01 blank-line       pic x(80) value spaces.

       01 hist-header-1.
           05 filler       pic x(12) value spaces.
           05 filler       pic x(32) value
                  'STORE-DEPARTMENT HISTORY INQUIRY'.

       01 hist-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(7) value 'STORE: '.
           05 hh-store-out pic x(5).
           05 filler       pic x(8) value '  TERR: '.
           05 hh-terr-out  pic x(2).
           05 filler       pic x(8) value '  AREA: '.
           05 hh-area-out  pic x(2).
           05 filler       pic x(10) value '  AS OF: '.
           05 hh-date-out  pic x(8).

       01 carried-header.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(29) value
                  'DEPARTMENTS CARRIED AS OF    '.
           05 ch-date-out  pic x(8).

       01 carried-header-2.
           05 filler       pic x(4) value spaces.
           05 filler       pic x(7) value 'STORE  '.
           05 filler       pic x(6) value 'TERR  '.
           05 filler       pic x(6) value 'AREA  '.
           05 filler       pic x(6) value 'DEPT  '.
           05 filler       pic x(15) value 'LAST CHANGED'.

       01 carried-detail-line.
           05 filler       pic x(4) value spaces.
           05 cd-store-out pic x(5).
           05 filler       pic x(3) value spaces.
           05 cd-terr-out  pic x(2).
           05 filler       pic x(4) value spaces.
           05 cd-area-out  pic x(2).
           05 filler       pic x(4) value spaces.
           05 cd-dept-out  pic x(2).
           05 filler       pic x(4) value spaces.
           05 cd-date-out  pic x(8).

       01 change-header.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(14) value 'CHANGE HISTORY'.

       01 change-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(12) value 'RUN DATE-CY '.
           05 filler       pic x(7) value 'REC#   '.
           05 filler       pic x(4) value 'ACT '.
           05 filler       pic x(6) value 'STORE '.
           05 filler       pic x(9) value 'FROM     '.
           05 filler       pic x(9) value 'TO       '.
           05 filler       pic x(9) value 'TO STORE '.
           05 filler       pic x(6) value 'SOURCE'.
           05 filler       pic x(3) value spaces.
           05 filler       pic x(8) value 'OPERATOR'.

       01 change-detail-line.
           05 filler       pic x(2) value spaces.
           05 cg-date-out  pic x(8).
           05 filler       pic x(1) value '-'.
           05 cg-seq-out   pic x(2).
           05 filler       pic x(1) value spaces.
           05 cg-rec-out   pic x(6).
           05 filler       pic x(1) value spaces.
           05 cg-action-out pic x(3).
           05 filler       pic x(1) value spaces.
           05 cg-store-out pic x(5).
           05 filler       pic x(1) value spaces.
           05 cg-from-out  pic x(8).
           05 filler       pic x(1) value spaces.
           05 cg-to-out    pic x(8).
           05 filler       pic x(1) value spaces.
           05 cg-to-store-out pic x(5).
           05 filler       pic x(4) value spaces.
           05 cg-source-out pic x(8).
           05 filler       pic x(1) value spaces.
           05 cg-oper-out  pic x(8).

       01 ws-tad-out.
           05 ws-tad-terr  pic x(2).
           05 filler       pic x(1) value '/'.
           05 ws-tad-area  pic x(2).
           05 filler       pic x(1) value '/'.
           05 ws-tad-dept  pic x(2).

       01 hist-total-line.
           05 filler       pic x(2) value spaces.
           05 ht-label-out pic x(30).
           05 ht-cnt-out   pic zzzzz9.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.

           perform 150-read-parameters
           if ws-inq-store = spaces and ws-inq-terr = spaces
               display 'INQUIRY-STORE OR INQUIRY-TERR REQUIRED'
               move 12 to return-code
               stop run
           end-if
           if ws-inq-date = spaces
               move ws-run-date to ws-inq-date
           end-if
           if ws-inq-date is not numeric
               display 'INQUIRY-DATE PARAMETER BAD'
               move 12 to return-code
               stop run
           end-if

           perform 200-load-current
           perform 300-load-journal
           perform 350-pair-transfers
           perform 400-undo-changes
           perform 500-write-report

           display 'STODEPT HISTORY  AS OF: ' ws-inq-date
                   ' CARRIED: ' ws-carried-ctr
                   ' CHANGES: ' ws-change-ctr
           if ws-table-full = 'Y'
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      * Only the INQUIRY- keys are read; the rest of the shared
      * parameter file belongs to the other steps.
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
                       evaluate ws-parm-key
                           when 'INQUIRY-STORE'
                               move ws-parm-value (1:5)
                                 to ws-inq-store
                           when 'INQUIRY-TERR'
                               move ws-parm-value (1:2)
                                 to ws-inq-terr
                           when 'INQUIRY-AREA'
                               move ws-parm-value (1:2)
                                 to ws-inq-area
                           when 'INQUIRY-DATE'
                               move ws-parm-value (1:8)
                                 to ws-inq-date
                       end-evaluate
               end-read
           end-perform
           close run-parm-file.

       200-load-current.
           open input stodept-master
           move low-values to sd-key
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-eof
           end-start
           perform until sd-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-eof
                   not at end
                       move stodept-rec to ws-image
                       perform 250-check-selection
                       if ws-selected = 'y'
                           if ws-set-cnt < 2000
                               add 1 to ws-set-cnt
                               move stodept-rec
                                 to ws-set-rec (ws-set-cnt)
                               move 'y'
                                 to ws-set-present (ws-set-cnt)
                           else
                               move 'Y' to ws-table-full
                           end-if
                       end-if
               end-read
           end-perform
           close stodept-master.

      * Every inquiry field that was given must match the image.
       250-check-selection.
           move 'y' to ws-selected
           if ws-inq-store not = spaces
              and ws-img-store not = ws-inq-store
               move 'n' to ws-selected
           end-if
           if ws-inq-terr not = spaces
              and ws-img-terr not = ws-inq-terr
               move 'n' to ws-selected
           end-if
           if ws-inq-area not = spaces
              and ws-img-area not = ws-inq-area
               move 'n' to ws-selected
           end-if.

      * An entry is taken when either its before or its after image
      * falls in the selection. Its position in the journal is kept
      * so the transfer pairing can tell it from its partner.
       300-load-journal.
           move zero to ws-jrn-pos
           open input stodept-journal
           perform until jrn-eof = 'y'
               read stodept-journal
                   at end move 'y' to jrn-eof
                   not at end
                       add 1 to ws-jrn-pos
                       move jr-before to ws-image
                       perform 250-check-selection
                       if ws-selected = 'n'
                           move jr-after to ws-image
                           perform 250-check-selection
                       end-if
                       if ws-selected = 'y'
                           perform 310-store-entry
                       end-if
               end-read
           end-perform
           close stodept-journal.

       310-store-entry.
           if ws-hj-cnt >= 5000
               move 'Y' to ws-table-full
           else
               add 1 to ws-hj-cnt
               move ws-jrn-pos to ws-hj-pos (ws-hj-cnt)
               move jr-run-date to ws-hj-date (ws-hj-cnt)
               move jr-run-seq to ws-hj-seq (ws-hj-cnt)
               if jr-run-seq = spaces
                   move '01' to ws-hj-seq (ws-hj-cnt)
               end-if
               move jr-rec-num to ws-hj-rec (ws-hj-cnt)
               move jr-action to ws-hj-action (ws-hj-cnt)
               move jr-before to ws-hj-before (ws-hj-cnt)
               move jr-after to ws-hj-after (ws-hj-cnt)
               move jr-source to ws-hj-source (ws-hj-cnt)
               move jr-operator to ws-hj-oper (ws-hj-cnt)
               move 'y' to ws-hj-print (ws-hj-cnt)
               move 'n' to ws-hj-xfr (ws-hj-cnt)
               move spaces to ws-hj-other (ws-hj-cnt)
           end-if.

      * A transfer, and a realignment move, is journalled as a DEL
      * and an ADD under one date, cycle, record number and source;
      * a transfer's halves are under different stores, a move's
      * under the same one. The journal is read again so a half that
      * falls outside the selection can still be paired; when both
      * halves were taken, only the later one is printed.
       350-pair-transfers.
           move 'n' to jrn-eof
           move zero to ws-jrn-pos
           open input stodept-journal
           perform until jrn-eof = 'y'
               read stodept-journal
                   at end move 'y' to jrn-eof
                   not at end
                       add 1 to ws-jrn-pos
                       if jr-action = 'ADD' or jr-action = 'DEL'
                           perform 360-find-partner
                       end-if
               end-read
           end-perform
           close stodept-journal.

       360-find-partner.
           if jr-run-seq = spaces
               move '01' to jr-run-seq
           end-if
           move zero to ws-hj-own
           perform varying ws-hj-sub from 1 by 1
                   until ws-hj-sub > ws-hj-cnt or ws-hj-own > 0
               if ws-hj-pos (ws-hj-sub) = ws-jrn-pos
                   move ws-hj-sub to ws-hj-own
               end-if
           end-perform
           move 'n' to ws-hj-paired
           if ws-hj-own > 0
               if ws-hj-xfr (ws-hj-own) = 'y'
                   move 'y' to ws-hj-paired
               end-if
           end-if
           perform varying ws-hj-sub from 1 by 1
                   until ws-hj-sub > ws-hj-cnt or ws-hj-paired = 'y'
               if ws-hj-pos (ws-hj-sub) not = ws-jrn-pos
                  and ws-hj-xfr (ws-hj-sub) = 'n'
                  and ws-hj-date (ws-hj-sub) = jr-run-date
                  and ws-hj-seq (ws-hj-sub) = jr-run-seq
                  and ws-hj-rec (ws-hj-sub) = jr-rec-num
                  and ws-hj-source (ws-hj-sub) = jr-source
                   if jr-action = 'DEL'
                      and ws-hj-action (ws-hj-sub) = 'ADD'
                       move 'y' to ws-hj-xfr (ws-hj-sub)
                       move jr-before to ws-hj-other (ws-hj-sub)
                       perform 370-absorb-own
                   end-if
                   if jr-action = 'ADD'
                      and ws-hj-action (ws-hj-sub) = 'DEL'
                       move 'y' to ws-hj-xfr (ws-hj-sub)
                       move jr-after to ws-hj-other (ws-hj-sub)
                       perform 370-absorb-own
                   end-if
               end-if
           end-perform.

      * When the half just read was taken too, its partner's line
      * already tells the whole move. Pairing stops at the first
      * partner found.
       370-absorb-own.
           if ws-hj-own > 0
               move 'y' to ws-hj-xfr (ws-hj-own)
               move 'n' to ws-hj-print (ws-hj-own)
           end-if
           move 'y' to ws-hj-paired.

      * Working back from the newest entry, each change made after
      * the as-of date is undone against today's picture: an add is
      * taken away, a delete put back and a change returned to its
      * before image.
       400-undo-changes.
           perform varying ws-hj-sub from ws-hj-cnt by -1
                   until ws-hj-sub < 1
               if ws-hj-date (ws-hj-sub) > ws-inq-date
                   evaluate ws-hj-action (ws-hj-sub)
                       when 'ADD'
                           move ws-hj-after (ws-hj-sub) to ws-image
                           perform 450-find-in-set
                           if ws-set-found > 0
                               move 'n'
                                 to ws-set-present (ws-set-found)
                           end-if
                       when 'DEL'
                           move ws-hj-before (ws-hj-sub) to ws-image
                           perform 460-put-in-set
                       when 'CHG'
                           move ws-hj-after (ws-hj-sub) to ws-image
                           perform 450-find-in-set
                           if ws-set-found > 0
                               move 'n'
                                 to ws-set-present (ws-set-found)
                           end-if
                           move ws-hj-before (ws-hj-sub) to ws-image
                           perform 460-put-in-set
                   end-evaluate
                   add 1 to ws-undone-ctr
               end-if
           end-perform.

       450-find-in-set.
           move zero to ws-set-found
           perform varying ws-set-sub from 1 by 1
                   until ws-set-sub > ws-set-cnt or ws-set-found > 0
               if ws-set-key (ws-set-sub) = ws-image (1:11)
                   move ws-set-sub to ws-set-found
               end-if
           end-perform.

      * Only an image inside the selection goes back into the set;
      * the other half of a transfer belongs to another store or
      * territory.
       460-put-in-set.
           perform 250-check-selection
           if ws-selected = 'y'
               perform 450-find-in-set
               if ws-set-found > 0
                   move ws-image to ws-set-rec (ws-set-found)
                   move 'y' to ws-set-present (ws-set-found)
               else
                   if ws-set-cnt < 2000
                       add 1 to ws-set-cnt
                       move ws-image to ws-set-rec (ws-set-cnt)
                       move 'y' to ws-set-present (ws-set-cnt)
                   else
                       move 'Y' to ws-table-full
                   end-if
               end-if
           end-if.

       500-write-report.
           open output hist-work-file
           perform varying ws-set-sub from 1 by 1
                   until ws-set-sub > ws-set-cnt
               if ws-set-present (ws-set-sub) = 'y'
                   move ws-set-rec (ws-set-sub) to hist-work-rec
                   write hist-work-rec
               end-if
           end-perform
           close hist-work-file

           sort hist-sort-file
               on ascending key hsr-key
               using hist-work-file
               giving hist-sorted-file

           open output hist-report-file
           move ws-inq-store to hh-store-out
           move ws-inq-terr to hh-terr-out
           move ws-inq-area to hh-area-out
           move ws-inq-date to hh-date-out
           write hist-report-rec from hist-header-1
           write hist-report-rec from hist-header-2
           write hist-report-rec from blank-line
           move ws-inq-date to ch-date-out
           write hist-report-rec from carried-header
           write hist-report-rec from carried-header-2
           open input hist-sorted-file
           perform until hso-eof = 'y'
               read hist-sorted-file
                   at end move 'y' to hso-eof
                   not at end
                       move hso-store to cd-store-out
                       move hso-terr to cd-terr-out
                       move hso-area to cd-area-out
                       move hso-dept to cd-dept-out
                       move hso-maint-date to cd-date-out
                       write hist-report-rec from carried-detail-line
                       add 1 to ws-carried-ctr
               end-read
           end-perform
           close hist-sorted-file

           write hist-report-rec from blank-line
           write hist-report-rec from change-header
           write hist-report-rec from change-header-2
           perform varying ws-hj-sub from 1 by 1
                   until ws-hj-sub > ws-hj-cnt
               if ws-hj-print (ws-hj-sub) = 'y'
                   perform 510-write-change
               end-if
           end-perform

           write hist-report-rec from blank-line
           move 'DEPARTMENTS CARRIED:' to ht-label-out
           move ws-carried-ctr to ht-cnt-out
           write hist-report-rec from hist-total-line
           move 'CHANGES LISTED:' to ht-label-out
           move ws-change-ctr to ht-cnt-out
           write hist-report-rec from hist-total-line
           move 'CHANGES AFTER AS-OF DATE:' to ht-label-out
           move ws-undone-ctr to ht-cnt-out
           write hist-report-rec from hist-total-line
           if ws-table-full = 'Y'
               move 'TABLE FULL - HISTORY PARTIAL' to ht-label-out
               move zero to ht-cnt-out
               write hist-report-rec from hist-total-line
           end-if
           close hist-report-file.

      * A transfer shows the delete's before image as FROM and the
      * add's after image as TO, whichever half carries the line,
      * with the sending store under STORE and the receiving store
      * under TO STORE.
       510-write-change.
           move ws-hj-date (ws-hj-sub) to cg-date-out
           move ws-hj-seq (ws-hj-sub) to cg-seq-out
           move ws-hj-rec (ws-hj-sub) to cg-rec-out
           move ws-hj-source (ws-hj-sub) to cg-source-out
           move ws-hj-oper (ws-hj-sub) to cg-oper-out
           move spaces to cg-from-out, cg-to-out, cg-to-store-out
           if ws-hj-xfr (ws-hj-sub) = 'y'
               move 'XFR' to cg-action-out
               if ws-hj-action (ws-hj-sub) = 'DEL'
                   move ws-hj-before (ws-hj-sub) to ws-image
                   perform 520-format-tad
                   move ws-tad-out to cg-from-out
                   move ws-img-store to cg-store-out
                   move ws-hj-other (ws-hj-sub) to ws-image
                   perform 520-format-tad
                   move ws-tad-out to cg-to-out
                   move ws-img-store to cg-to-store-out
               else
                   move ws-hj-other (ws-hj-sub) to ws-image
                   perform 520-format-tad
                   move ws-tad-out to cg-from-out
                   move ws-img-store to cg-store-out
                   move ws-hj-after (ws-hj-sub) to ws-image
                   perform 520-format-tad
                   move ws-tad-out to cg-to-out
                   move ws-img-store to cg-to-store-out
               end-if
           else
               move ws-hj-action (ws-hj-sub) to cg-action-out
               if ws-hj-before (ws-hj-sub) not = spaces
                   move ws-hj-before (ws-hj-sub) to ws-image
                   perform 520-format-tad
                   move ws-tad-out to cg-from-out
               end-if
               if ws-hj-after (ws-hj-sub) not = spaces
                   move ws-hj-after (ws-hj-sub) to ws-image
                   perform 520-format-tad
                   move ws-tad-out to cg-to-out
               end-if
               move ws-img-store to cg-store-out
           end-if
           write hist-report-rec from change-detail-line
           add 1 to ws-change-ctr.

       520-format-tad.
           move ws-img-terr to ws-tad-terr
           move ws-img-area to ws-tad-area
           move ws-img-dept to ws-tad-dept.
