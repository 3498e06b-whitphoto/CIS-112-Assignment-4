       identification division.
       program-id. Stodept-Realign.
      *****************************************************************
      * This program rekeys the store-department master when the     *
      * business reorganizes its territories and areas. Each line    *
      * of the mapping file (realmap.txt) names an old territory,    *
      * area and department - a blank field matches any value - and  *
      * the new values to give every matching record, a blank new    *
      * field keeping the old value. The first line that matches a   *
      * record is the one applied. Every new combination is checked  *
      * against the code table in effect on REALIGN-DATE and against *
      * the hierarchy. A record whose new key is already held, by a  *
      * record staying put or by an earlier move, is consolidated    *
      * into it - the department is already carried there, so the    *
      * old record is simply deleted, as when two areas merge.       *
      * REALIGN-MODE=REPORT (the default) only lists what would      *
      * happen; REALIGN-MODE=UPDATE applies it, but only when every  *
      * record passes, so the master is never left half realigned.   *
      * Each move is journalled as a delete and an add, and each     *
      * consolidation as a delete, under the source REALIGN, so      *
      * sdbackout can reverse the whole realignment by its date and  *
      * cycle.                                                       *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select optional run-parm-file assign to "runparm.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.
           select optional map-file assign to "realmap.txt"
                  Organization is line sequential.
           select valid-codes-file assign to "validcodes.txt"
                  Organization is line sequential.
           select hierarchy-file assign to "hierarchy.txt"
                  Organization is line sequential.
           select optional stodept-master assign to "stodept.dat"
                  organization is indexed
                  access is dynamic
                  record key is sd-key.
           select optional stodept-journal assign to "sdjournal.txt"
                  Organization is line sequential.
           select optional audit-run-file assign to "auditrun.txt"
                  Organization is line sequential.
           select realign-report-file assign to "realign.txt"
                  Organization is line sequential.

       data division.
       File Section.
       FD run-parm-file.

       01 run-parm-rec     pic x(66).

       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       FD map-file.

       01 map-rec.
           05 mp-old-terr  pic x(2).
           05 mp-old-area  pic x(2).
           05 mp-old-dept  pic x(2).
           05 mp-new-terr  pic x(2).
           05 mp-new-area  pic x(2).
           05 mp-new-dept  pic x(2).

       FD valid-codes-file.

       01 valid-code-rec.
           05 vc-type-in   pic x(1).
           05 vc-code-in   pic x(2).
           05 vc-eff-date  pic x(8).
           05 vc-exp-date  pic x(8).

       FD hierarchy-file.

       01 hierarchy-rec.
           05 hr-terr-in   pic x(2).
           05 hr-area-in   pic x(2).
           05 hr-dept-in   pic x(2).

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

       FD audit-run-file.

       01 audit-run-rec.
           05 aur-date     pic 9(8).
           05 filler       pic x(1).
           05 aur-time     pic 9(6).
           05 filler       pic x(1).
           05 aur-job      pic x(8).
           05 filler       pic x(1).
           05 aur-list     pic x(44).
           05 filler       pic x(1).
           05 aur-trailer  pic 9(6).
           05 filler       pic x(1).
           05 aur-good     pic 9(6).
           05 filler       pic x(1).
           05 aur-bad      pic 9(6).
           05 filler       pic x(1).
           05 aur-restart  pic x(1).
           05 filler       pic x(1).
           05 aur-rc       pic 9(2).
           05 filler       pic x(1).
           05 aur-trial    pic x(1).
           05 filler       pic x(1).
           05 aur-held     pic 9(6).
           05 filler       pic x(1).
           05 aur-seq      pic 9(2).

       FD realign-report-file.

       01 realign-report-rec pic x(60).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.

       01 map-eof          pic x(1) value 'n'.

       01 vc-eof           pic x(1) value 'n'.

       01 hier-eof         pic x(1) value 'n'.

       01 sd-eof           pic x(1) value 'n'.

       01 ws-parm-key      pic x(20) value spaces.

       01 ws-parm-value    pic x(44) value spaces.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-time      pic 9(6) value zero.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-cycle-date    pic 9(8) value zero.

       01 ws-realign-mode  pic x(6) value 'REPORT'.

       01 ws-realign-date  pic x(8) value spaces.

       01 ws-code-in-effect pic x(1) value 'y'.

       01 ws-found-flag    pic x(1) value 'n'.

       01 ws-terr-table.
           05 ws-terr-cnt  pic 9(2) value zero.
           05 ws-terr-code pic x(2) occurs 50 times
                            indexed by terr-idx.

       01 ws-area-table.
           05 ws-area-cnt  pic 9(2) value zero.
           05 ws-area-code pic x(2) occurs 50 times
                            indexed by area-idx.

       01 ws-dept-table.
           05 ws-dept-cnt  pic 9(2) value zero.
           05 ws-dept-code pic x(2) occurs 50 times
                            indexed by dept-idx.

       01 ws-hierarchy.
           05 ws-hier-cnt   pic 9(4) value zero.
           05 ws-hier-table.
               10 ws-hier-entry occurs 1000 times
                                 indexed by hier-idx.
                   15 ws-hier-terr pic x(2).
                   15 ws-hier-area pic x(2).
                   15 ws-hier-dept pic x(2).

       01 ws-map-table.
           05 ws-map-cnt   pic 9(3) value zero.
           05 ws-map-entry occurs 200 times.
               10 ws-map-old-terr pic x(2).
               10 ws-map-old-area pic x(2).
               10 ws-map-old-dept pic x(2).
               10 ws-map-new-terr pic x(2).
               10 ws-map-new-area pic x(2).
               10 ws-map-new-dept pic x(2).
               10 ws-map-used     pic 9(6).

       01 ws-map-sub       pic 9(3) value zero.

       01 ws-map-hit       pic 9(3) value zero.

       01 ws-map-bad-ctr   pic 9(3) value zero.

       01 ws-map-unused-ctr pic 9(3) value zero.

       01 ws-move-table.
           05 ws-move-cnt  pic 9(4) value zero.
           05 ws-move-entry occurs 2000 times.
               10 ws-mv-old-rec.
                   15 ws-mv-old-key pic x(11).
                   15 filler        pic x(14).
               10 ws-mv-new-key.
                   15 ws-mv-store   pic x(5).
                   15 ws-mv-terr    pic x(2).
                   15 ws-mv-area    pic x(2).
                   15 ws-mv-dept    pic x(2).
               10 ws-mv-result  pic x(16).

       01 ws-move-table-full pic x(1) value 'N'.

       01 ws-mv-sub        pic 9(4) value zero.

       01 ws-mv-sub2       pic 9(4) value zero.

       01 ws-matched-ctr   pic 9(6) value zero.

       01 ws-moved-ctr     pic 9(6) value zero.

       01 ws-consol-ctr    pic 9(6) value zero.

       01 ws-rejected-ctr  pic 9(6) value zero.

       01 ws-target-moving pic x(1) value 'n'.

       01 ws-jrn-action    pic x(3) value spaces.

       01 ws-jrn-before    pic x(25) value spaces.

       01 ws-jrn-after     pic x(25) value spaces.

       01 ws-jrn-rec-num   pic 9(6) value zero.

       01 blank-line       pic x(60) value spaces.

       01 realign-header-1.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(29) value
                  'STORE-DEPARTMENT REALIGNMENT'.
           05 rh-mode-out  pic x(6).

       01 realign-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(16) value 'CODES AS OF     '.
           05 rh-date-out  pic x(8).
           05 filler       pic x(8) value '  CYCLE '.
           05 rh-seq-out   pic 9(2).

       01 realign-header-3.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(5) value 'STORE'.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(8) value 'OLD T/A/'.
           05 filler       pic x(2) value 'D '.
           05 filler       pic x(4) value spaces.
           05 filler       pic x(10) value 'NEW T/A/D '.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(6) value 'RESULT'.

       01 realign-detail-line.
           05 filler       pic x(2) value spaces.
           05 rd-store-out pic x(5).
           05 filler       pic x(2) value spaces.
           05 rd-old-terr-out pic x(2).
           05 filler       pic x(1) value '/'.
           05 rd-old-area-out pic x(2).
           05 filler       pic x(1) value '/'.
           05 rd-old-dept-out pic x(2).
           05 filler       pic x(2) value spaces.
           05 filler       pic x(2) value '->'.
           05 filler       pic x(2) value spaces.
           05 rd-new-terr-out pic x(2).
           05 filler       pic x(1) value '/'.
           05 rd-new-area-out pic x(2).
           05 filler       pic x(1) value '/'.
           05 rd-new-dept-out pic x(2).
           05 filler       pic x(3) value spaces.
           05 rd-result-out pic x(16).

       01 map-header.
           05 filler       pic x(10) value spaces.
           05 filler       pic x(30) value
                  'MAPPING LINES NOT APPLIED'.

       01 map-detail-line.
           05 filler       pic x(2) value spaces.
           05 md-old-out   pic x(6).
           05 filler       pic x(4) value ' -> '.
           05 md-new-out   pic x(6).
           05 filler       pic x(3) value spaces.
           05 md-msg-out   pic x(20).

       01 realign-total-line.
           05 filler       pic x(2) value spaces.
           05 rt-label-out pic x(24).
           05 rt-cnt-out   pic zzzzz9.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.

           perform 140-read-run-seq
           perform 150-read-parameters
           if ws-realign-mode not = 'REPORT'
              and ws-realign-mode not = 'UPDATE'
               display 'REALIGN-MODE MUST BE REPORT OR UPDATE'
               move 12 to return-code
               stop run
           end-if
           if ws-realign-date = spaces
               move ws-run-date to ws-realign-date
           end-if
           if ws-realign-date is not numeric
               display 'REALIGN-DATE PARAMETER BAD'
               move 12 to return-code
               stop run
           end-if

           perform 160-load-valid-codes
           perform 170-load-hierarchy
           perform 180-load-mapping
           if ws-map-cnt = 0
               display 'REALIGN  NO MAPPING LINES IN realmap.txt'
               move 8 to return-code
               stop run
           end-if

           if ws-realign-mode = 'UPDATE'
               open i-o stodept-master
           else
               open input stodept-master
           end-if
           perform 200-scan-master
           if ws-move-table-full = 'Y'
               close stodept-master
               display 'REALIGN  MOVE TABLE FULL - NOTHING DONE'
               move 12 to return-code
               stop run
           end-if
           perform 300-check-targets

           if ws-realign-mode = 'UPDATE'
              and ws-rejected-ctr = 0
              and ws-map-bad-ctr = 0
               open extend stodept-journal
               perform 400-apply-moves
               close stodept-journal
           end-if
           close stodept-master

           perform 500-write-report
           perform 600-write-audit-log

           display 'REALIGN  MODE: ' ws-realign-mode
                   ' MATCHED: ' ws-matched-ctr
                   ' MOVED: ' ws-moved-ctr
                   ' CONSOLIDATED: ' ws-consol-ctr
                   ' REJECTED: ' ws-rejected-ctr
           evaluate true
               when ws-rejected-ctr > 0 or ws-map-bad-ctr > 0
                   move 8 to return-code
               when ws-matched-ctr = 0 or ws-map-unused-ctr > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

      * Moves are logged under the cycle they run in, dated and
      * numbered by the run-cycle step even once the job has run past
      * midnight, so they match the backup generation taken for them;
      * with no cycle file at all this is today's first cycle.
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

      * Only REALIGN-MODE and REALIGN-DATE matter here; the rest of
      * the shared parameter file belongs to the other steps and is
      * passed over.
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
                       if ws-parm-key = 'REALIGN-MODE'
                           move ws-parm-value (1:6)
                             to ws-realign-mode
                       end-if
                       if ws-parm-key = 'REALIGN-DATE'
                           move ws-parm-value (1:8)
                             to ws-realign-date
                       end-if
               end-read
           end-perform
           close run-parm-file.

      * Only codes in effect on the realignment date are loaded, the
      * same test the validator applies on its run date.
       160-load-valid-codes.
           open input valid-codes-file
           perform until vc-eof = 'y'
               read valid-codes-file
                   at end move 'y' to vc-eof
                   not at end
                       perform 165-check-code-in-effect
                       if ws-code-in-effect = 'y'
                           evaluate vc-type-in
                               when 'T'
                                   if ws-terr-cnt < 50
                                       add 1 to ws-terr-cnt
                                       move vc-code-in
                                         to ws-terr-code (ws-terr-cnt)
                                   end-if
                               when 'A'
                                   if ws-area-cnt < 50
                                       add 1 to ws-area-cnt
                                       move vc-code-in
                                         to ws-area-code (ws-area-cnt)
                                   end-if
                               when 'D'
                                   if ws-dept-cnt < 50
                                       add 1 to ws-dept-cnt
                                       move vc-code-in
                                         to ws-dept-code (ws-dept-cnt)
                                   end-if
                           end-evaluate
                       end-if
               end-read
           end-perform
           close valid-codes-file.

       165-check-code-in-effect.
           move 'y' to ws-code-in-effect
           if vc-eff-date is numeric
              and vc-eff-date > ws-realign-date
               move 'n' to ws-code-in-effect
           end-if
           if vc-exp-date is numeric
              and vc-exp-date < ws-realign-date
               move 'n' to ws-code-in-effect
           end-if.

       170-load-hierarchy.
           open input hierarchy-file
           perform until hier-eof = 'y'
               read hierarchy-file
                   at end move 'y' to hier-eof
                   not at end
                       if ws-hier-cnt < 1000
                           add 1 to ws-hier-cnt
                           move hr-terr-in
                             to ws-hier-terr (ws-hier-cnt)
                           move hr-area-in
                             to ws-hier-area (ws-hier-cnt)
                           move hr-dept-in
                             to ws-hier-dept (ws-hier-cnt)
                       end-if
               end-read
           end-perform
           close hierarchy-file.

      * A mapping line must name at least one old field to match on
      * and one new field to change; anything else is counted bad,
      * listed, and blocks an update.
       180-load-mapping.
           open input map-file
           perform until map-eof = 'y'
               read map-file
                   at end move 'y' to map-eof
                   not at end
                       if ws-map-cnt < 200
                           add 1 to ws-map-cnt
                           move mp-old-terr
                             to ws-map-old-terr (ws-map-cnt)
                           move mp-old-area
                             to ws-map-old-area (ws-map-cnt)
                           move mp-old-dept
                             to ws-map-old-dept (ws-map-cnt)
                           move mp-new-terr
                             to ws-map-new-terr (ws-map-cnt)
                           move mp-new-area
                             to ws-map-new-area (ws-map-cnt)
                           move mp-new-dept
                             to ws-map-new-dept (ws-map-cnt)
                           move zero to ws-map-used (ws-map-cnt)
                           if (mp-old-terr = spaces
                               and mp-old-area = spaces
                               and mp-old-dept = spaces)
                              or (mp-new-terr = spaces
                               and mp-new-area = spaces
                               and mp-new-dept = spaces)
                               add 1 to ws-map-bad-ctr
                           end-if
                       else
                           display 'WARNING: MAPPING TABLE FULL'
                           add 1 to ws-map-bad-ctr
                       end-if
               end-read
           end-perform
           close map-file.

      * Every master record is offered to the mapping; a record a
      * line would leave on the key it already has is not a move.
       200-scan-master.
           move low-values to sd-key
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-eof
           end-start
           perform until sd-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-eof
                   not at end
                       perform 210-find-mapping
                       if ws-map-hit > 0
                           perform 220-record-move
                       end-if
               end-read
           end-perform.

       210-find-mapping.
           move zero to ws-map-hit
           perform varying ws-map-sub from 1 by 1
                   until ws-map-sub > ws-map-cnt or ws-map-hit > 0
               if (ws-map-old-terr (ws-map-sub) = spaces
                   or ws-map-old-terr (ws-map-sub) = sd-terr)
                  and (ws-map-old-area (ws-map-sub) = spaces
                   or ws-map-old-area (ws-map-sub) = sd-area)
                  and (ws-map-old-dept (ws-map-sub) = spaces
                   or ws-map-old-dept (ws-map-sub) = sd-dept)
                  and (ws-map-new-terr (ws-map-sub) not = spaces
                   or ws-map-new-area (ws-map-sub) not = spaces
                   or ws-map-new-dept (ws-map-sub) not = spaces)
                   move ws-map-sub to ws-map-hit
               end-if
           end-perform.

       220-record-move.
           add 1 to ws-matched-ctr
           add 1 to ws-map-used (ws-map-hit)
           if ws-move-cnt >= 2000
               move 'Y' to ws-move-table-full
           else
               add 1 to ws-move-cnt
               move stodept-rec to ws-mv-old-rec (ws-move-cnt)
               move sd-store to ws-mv-store (ws-move-cnt)
               move sd-terr to ws-mv-terr (ws-move-cnt)
               move sd-area to ws-mv-area (ws-move-cnt)
               move sd-dept to ws-mv-dept (ws-move-cnt)
               if ws-map-new-terr (ws-map-hit) not = spaces
                   move ws-map-new-terr (ws-map-hit)
                     to ws-mv-terr (ws-move-cnt)
               end-if
               if ws-map-new-area (ws-map-hit) not = spaces
                   move ws-map-new-area (ws-map-hit)
                     to ws-mv-area (ws-move-cnt)
               end-if
               if ws-map-new-dept (ws-map-hit) not = spaces
                   move ws-map-new-dept (ws-map-hit)
                     to ws-mv-dept (ws-move-cnt)
               end-if
               move spaces to ws-mv-result (ws-move-cnt)
               if ws-mv-new-key (ws-move-cnt) = sd-key
                   move 'NO CHANGE' to ws-mv-result (ws-move-cnt)
               else
                   perform 230-check-codes
               end-if
           end-if.

      * The same code and combination edits the validator makes on
      * input, applied to the record's new values.
       230-check-codes.
           set terr-idx to 1
           search ws-terr-code
               at end
                   move 'BAD TERRITORY' to ws-mv-result (ws-move-cnt)
               when ws-terr-code (terr-idx) = ws-mv-terr (ws-move-cnt)
                   continue
           end-search
           set area-idx to 1
           search ws-area-code
               at end
                   move 'BAD AREA' to ws-mv-result (ws-move-cnt)
               when ws-area-code (area-idx) = ws-mv-area (ws-move-cnt)
                   continue
           end-search
           set dept-idx to 1
           search ws-dept-code
               at end
                   move 'BAD DEPARTMENT' to ws-mv-result (ws-move-cnt)
               when ws-dept-code (dept-idx) = ws-mv-dept (ws-move-cnt)
                   continue
           end-search
           if ws-mv-result (ws-move-cnt) = spaces
               set hier-idx to 1
               move 'n' to ws-found-flag
               search ws-hier-entry
                   at end move 'n' to ws-found-flag
                   when ws-hier-terr (hier-idx)
                          = ws-mv-terr (ws-move-cnt)
                    and ws-hier-area (hier-idx)
                          = ws-mv-area (ws-move-cnt)
                    and ws-hier-dept (hier-idx)
                          = ws-mv-dept (ws-move-cnt)
                       move 'y' to ws-found-flag
               end-search
               if ws-found-flag = 'n'
                   move 'NOT IN HIERARCHY' to ws-mv-result (ws-move-cnt)
               end-if
           end-if.

      * When two records land on the same new key the first one
      * moves and the rest are consolidated into it. A record landing
      * on a key already on the master is consolidated too, unless
      * the record holding it is itself leaving - moving or being
      * consolidated. A consolidated record leaves its old key just
      * as a move does, so no decision here can put a record in the
      * way of another and one pass over the moves is enough.
       300-check-targets.
           perform varying ws-mv-sub from 2 by 1
                   until ws-mv-sub > ws-move-cnt
               if ws-mv-result (ws-mv-sub) = spaces
                   perform varying ws-mv-sub2 from 1 by 1
                           until ws-mv-sub2 >= ws-mv-sub
                       if ws-mv-new-key (ws-mv-sub2)
                            = ws-mv-new-key (ws-mv-sub)
                          and ws-mv-result (ws-mv-sub2) = spaces
                           move 'CONSOLIDATE'
                             to ws-mv-result (ws-mv-sub)
                       end-if
                   end-perform
               end-if
           end-perform
           perform varying ws-mv-sub from 1 by 1
                   until ws-mv-sub > ws-move-cnt
               if ws-mv-result (ws-mv-sub) = spaces
                   perform 310-check-key-on-file
               end-if
           end-perform
           move zero to ws-rejected-ctr
           perform varying ws-mv-sub from 1 by 1
                   until ws-mv-sub > ws-move-cnt
               if ws-mv-result (ws-mv-sub) not = spaces
                  and ws-mv-result (ws-mv-sub) not = 'NO CHANGE'
                  and ws-mv-result (ws-mv-sub) not = 'CONSOLIDATE'
                   add 1 to ws-rejected-ctr
               end-if
           end-perform.

       310-check-key-on-file.
           move ws-mv-new-key (ws-mv-sub) to sd-key
           read stodept-master
               invalid key continue
               not invalid key
                   move 'n' to ws-target-moving
                   perform varying ws-mv-sub2 from 1 by 1
                           until ws-mv-sub2 > ws-move-cnt
                       if ws-mv-old-key (ws-mv-sub2) = sd-key
                          and (ws-mv-result (ws-mv-sub2) = spaces
                           or ws-mv-result (ws-mv-sub2) = 'CONSOLIDATE')
                           move 'y' to ws-target-moving
                       end-if
                   end-perform
                   if ws-target-moving = 'n'
                       move 'CONSOLIDATE' to ws-mv-result (ws-mv-sub)
                   end-if
           end-read.

      * Every old record is deleted before any new one is written, so
      * records that trade keys with each other never collide. The
      * move number ties each delete to its add in the journal; a
      * consolidation is finished once its old record is deleted.
       400-apply-moves.
           perform varying ws-mv-sub from 1 by 1
                   until ws-mv-sub > ws-move-cnt
               if ws-mv-result (ws-mv-sub) = spaces
                  or ws-mv-result (ws-mv-sub) = 'CONSOLIDATE'
                   move ws-mv-old-key (ws-mv-sub) to sd-key
                   read stodept-master
                       invalid key
                           move 'OLD KEY GONE'
                             to ws-mv-result (ws-mv-sub)
                           add 1 to ws-rejected-ctr
                       not invalid key
                           delete stodept-master record
                           move ws-mv-sub to ws-jrn-rec-num
                           move 'DEL' to ws-jrn-action
                           move ws-mv-old-rec (ws-mv-sub)
                             to ws-jrn-before
                           move spaces to ws-jrn-after
                           perform 450-write-journal
                           if ws-mv-result (ws-mv-sub) = 'CONSOLIDATE'
                               move 'CONSOLIDATED'
                                 to ws-mv-result (ws-mv-sub)
                               add 1 to ws-consol-ctr
                           end-if
                   end-read
               end-if
           end-perform
           perform varying ws-mv-sub from 1 by 1
                   until ws-mv-sub > ws-move-cnt
               if ws-mv-result (ws-mv-sub) = spaces
                   move ws-mv-old-rec (ws-mv-sub) to stodept-rec
                   move ws-mv-new-key (ws-mv-sub) to sd-key
                   move ws-run-date to sd-maint-date
                   move ws-mv-sub to sd-last-rec
                   write stodept-rec
                       invalid key
                           move 'KEY ON FILE'
                             to ws-mv-result (ws-mv-sub)
                           add 1 to ws-rejected-ctr
                       not invalid key
                           move ws-mv-sub to ws-jrn-rec-num
                           move 'ADD' to ws-jrn-action
                           move spaces to ws-jrn-before
                           move stodept-rec to ws-jrn-after
                           perform 450-write-journal
                           move 'MOVED' to ws-mv-result (ws-mv-sub)
                           add 1 to ws-moved-ctr
                   end-write
               end-if
           end-perform.

       450-write-journal.
           move spaces to journal-rec
           move ws-cycle-date to jr-run-date
           move ws-jrn-rec-num to jr-rec-num
           move ws-jrn-action to jr-action
           move ws-jrn-before to jr-before
           move ws-jrn-after to jr-after
           move 'REALIGN' to jr-source
           move ws-run-seq to jr-run-seq
           write journal-rec.

      * Moves and consolidations that pass are shown as WILL MOVE and
      * WILL CONSOLIDATE in report mode, and as NOT APPLIED when an
      * update was refused because something else failed.
       500-write-report.
           open output realign-report-file
           move ws-realign-mode to rh-mode-out
           move ws-realign-date to rh-date-out
           move ws-run-seq to rh-seq-out
           write realign-report-rec from realign-header-1
           write realign-report-rec from realign-header-2
           write realign-report-rec from blank-line
           write realign-report-rec from realign-header-3
           perform varying ws-mv-sub from 1 by 1
                   until ws-mv-sub > ws-move-cnt
               move ws-mv-old-key (ws-mv-sub) (1:5) to rd-store-out
               move ws-mv-old-key (ws-mv-sub) (6:2) to rd-old-terr-out
               move ws-mv-old-key (ws-mv-sub) (8:2) to rd-old-area-out
               move ws-mv-old-key (ws-mv-sub) (10:2) to rd-old-dept-out
               move ws-mv-terr (ws-mv-sub) to rd-new-terr-out
               move ws-mv-area (ws-mv-sub) to rd-new-area-out
               move ws-mv-dept (ws-mv-sub) to rd-new-dept-out
               if ws-mv-result (ws-mv-sub) = spaces
                   if ws-realign-mode = 'REPORT'
                       move 'WILL MOVE' to rd-result-out
                   else
                       move 'NOT APPLIED' to rd-result-out
                   end-if
               else
                   if ws-mv-result (ws-mv-sub) = 'CONSOLIDATE'
                       if ws-realign-mode = 'REPORT'
                           move 'WILL CONSOLIDATE' to rd-result-out
                       else
                           move 'NOT APPLIED' to rd-result-out
                       end-if
                   else
                       move ws-mv-result (ws-mv-sub) to rd-result-out
                   end-if
               end-if
               write realign-report-rec from realign-detail-line
           end-perform
           perform 510-report-mapping
           write realign-report-rec from blank-line
           move 'RECORDS MATCHED:' to rt-label-out
           move ws-matched-ctr to rt-cnt-out
           write realign-report-rec from realign-total-line
           move 'RECORDS MOVED:' to rt-label-out
           move ws-moved-ctr to rt-cnt-out
           write realign-report-rec from realign-total-line
           move 'RECORDS CONSOLIDATED:' to rt-label-out
           move ws-consol-ctr to rt-cnt-out
           write realign-report-rec from realign-total-line
           move 'RECORDS REJECTED:' to rt-label-out
           move ws-rejected-ctr to rt-cnt-out
           write realign-report-rec from realign-total-line
           move 'BAD MAPPING LINES:' to rt-label-out
           move ws-map-bad-ctr to rt-cnt-out
           write realign-report-rec from realign-total-line
           close realign-report-file.

      * A mapping line that matched nothing is listed as well as a
      * bad one: it usually means a mistyped code.
       510-report-mapping.
           write realign-report-rec from blank-line
           write realign-report-rec from map-header
           perform varying ws-map-sub from 1 by 1
                   until ws-map-sub > ws-map-cnt
               move ws-map-entry (ws-map-sub) (1:6) to md-old-out
               move ws-map-entry (ws-map-sub) (7:6) to md-new-out
               if (ws-map-old-terr (ws-map-sub) = spaces
                   and ws-map-old-area (ws-map-sub) = spaces
                   and ws-map-old-dept (ws-map-sub) = spaces)
                  or (ws-map-new-terr (ws-map-sub) = spaces
                   and ws-map-new-area (ws-map-sub) = spaces
                   and ws-map-new-dept (ws-map-sub) = spaces)
                   move 'BAD MAPPING LINE' to md-msg-out
                   write realign-report-rec from map-detail-line
               else
                   if ws-map-used (ws-map-sub) = 0
                       move 'MATCHED NO RECORDS' to md-msg-out
                       add 1 to ws-map-unused-ctr
                       write realign-report-rec from map-detail-line
                   end-if
               end-if
           end-perform.

      * The realignment gets its own line in the run log, in the same
      * layout the validator writes; a report-only run is marked as
      * a trial.
       600-write-audit-log.
           open extend audit-run-file
           move spaces to audit-run-rec
           move ws-cycle-date to aur-date
           move ws-run-time to aur-time
           move 'REALIGN' to aur-job
           move spaces to aur-list
           string 'REALIGNMENT ' delimited by size
                  ws-realign-mode delimited by size
                  ' CODES AS OF ' delimited by size
                  ws-realign-date delimited by size
                  into aur-list
           end-string
           move zero to aur-trailer
           add ws-moved-ctr ws-consol-ctr giving aur-good
           move ws-rejected-ctr to aur-bad
           move 'A' to aur-restart
           if ws-rejected-ctr > 0 or ws-map-bad-ctr > 0
               move 8 to aur-rc
           else
               move 0 to aur-rc
           end-if
           if ws-realign-mode = 'REPORT'
               move 'Y' to aur-trial
           else
               move 'N' to aur-trial
           end-if
           move zero to aur-held
           move ws-run-seq to aur-seq
           write audit-run-rec
           close audit-run-file.
