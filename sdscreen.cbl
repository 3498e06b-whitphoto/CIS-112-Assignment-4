       identification division.
       program-id. Stodept-Screen.
      *****************************************************************
      * This program lets an analyst look up and correct the store-  *
      * department master on the spot instead of keying a record     *
      * into the next night's input. The analyst signs on with an    *
      * operator ID, enters a store number and sees the store's      *
      * name, status and format from the store master and the        *
      * departments it carries from the store-department master. An  *
      * add, change, delete or transfer keyed on the screen gets the *
      * same edits the validator gives an input record - the code    *
      * table in effect today, the hierarchy, the store status, the  *
      * transfer's receiving store and the department rules - and is *
      * applied only when every edit passes. A record the validator  *
      * would hold for a supervisor (a suspended store, or a         *
      * transfer into a suspended store or another territory) is     *
      * refused here and must go through the nightly hold queue.     *
      * Every update is journalled as the validator journals its     *
      * own, under the source ONLINE, with the operator ID and with  *
      * the time of day in place of the input record number. Online  *
      * updates belong to cycle 00 of the day, so sdbackout can      *
      * reverse a day's screen work (BACKOUT-SEQ=00) without         *
      * touching the nightly cycles. The session is logged to the    *
      * audit run log when the analyst quits. The files are opened   *
      * only for each inquiry or update, but the screen should not   *
      * be used while the nightly chain is updating the master. If   *
      * more department rules are in effect than the screen can      *
      * hold, the analyst is warned at sign-on and every update is   *
      * refused until the rule file is cut back; inquiries still     *
      * work.                                                        *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select valid-codes-file assign to "validcodes.txt"
                  Organization is line sequential.
           select hierarchy-file assign to "hierarchy.txt"
                  Organization is line sequential.
           select optional dept-rules-file assign to "deptrules.txt"
                  Organization is line sequential.
           select store-master-file assign to "storemast.dat"
                  organization is indexed
                  access is random
                  record key is sm-store-num-in.
           select optional stodept-master assign to "stodept.dat"
                  organization is indexed
                  access is dynamic
                  record key is sd-key.
           select optional stodept-journal assign to "sdjournal.txt"
                  Organization is line sequential.
           select optional audit-run-file assign to "auditrun.txt"
                  Organization is line sequential.

       data division.
       File Section.
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

       FD dept-rules-file.

       01 dept-rule-rec.
           05 dr-type-in   pic x(1).
           05 dr-dept-in   pic x(2).
           05 dr-other-in  pic x(2).
           05 dr-format-in pic x(1).
           05 dr-eff-date  pic x(8).
           05 dr-exp-date  pic x(8).

       FD store-master-file.

       01 store-master-rec.
           05 sm-store-num-in    pic x(5).
           05 sm-store-name-in   pic x(15).
           05 sm-store-status-in pic x(1).
           05 sm-store-format-in pic x(1).

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

       working-storage section.
       01 vc-eof           pic x(1) value 'n'.

       01 hier-eof         pic x(1) value 'n'.

       01 rule-eof         pic x(1) value 'n'.

       01 sd-scan-eof      pic x(1) value 'n'.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-time      pic 9(6) value zero.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-tran-date     pic 9(8) value zero.

       01 ws-tran-time     pic 9(6) value zero.

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

       01 ws-dept-rules.
           05 ws-rule-cnt   pic 9(3) value zero.
           05 ws-rule-entry occurs 200 times.
               10 ws-rule-type   pic x(1).
               10 ws-rule-dept   pic x(2).
               10 ws-rule-other  pic x(2).
               10 ws-rule-max redefines ws-rule-other pic 9(2).
               10 ws-rule-format pic x(1).

       01 ws-rule-sub            pic 9(3) value zero.

       01 ws-rule-table-full     pic x(1) value 'N'.

      * The departments a store carries while its rules are checked,
      * read from the master as it stands.
       01 ws-rule-store-depts.
           05 ws-rsd-cnt    pic 9(3) value zero.
           05 ws-rsd-entry occurs 100 times.
               10 ws-rsd-key     pic x(11).
               10 ws-rsd-present pic x(1).

       01 ws-rsd-sub             pic 9(3) value zero.

       01 ws-rsd-sub2            pic 9(3) value zero.

       01 ws-rsd-dup-flag        pic x(1) value 'n'.

       01 ws-rule-store          pic x(5) value spaces.

       01 ws-rule-store-format   pic x(1) value space.

       01 ws-rule-key.
           05 ws-rk-store        pic x(5).
           05 ws-rk-terr         pic x(2).
           05 ws-rk-area         pic x(2).
           05 ws-rk-dept         pic x(2).

       01 ws-rule-look-dept      pic x(2) value spaces.

       01 ws-rule-carries        pic x(1) value 'n'.

       01 ws-rule-dept-cnt       pic 9(3) value zero.

      * What the analyst keys on the screen.
       01 ws-operator      pic x(8) value spaces.

       01 ws-scr-action    pic x(1) value spaces.

       01 ws-scr-store     pic x(5) value spaces.

       01 ws-scr-terr      pic x(2) value spaces.

       01 ws-scr-area      pic x(2) value spaces.

       01 ws-scr-dept      pic x(2) value spaces.

       01 ws-scr-xfr       pic x(5) value spaces.

      * What the screen shows for the store last inquired on.
       01 ws-shown-name    pic x(15) value spaces.

       01 ws-shown-status  pic x(9) value spaces.

       01 ws-shown-format  pic x(1) value space.

       01 ws-dept-count    pic 9(3) value zero.

       01 ws-list-table.
           05 ws-list-line pic x(72) occurs 12 times.

       01 ws-list-sub      pic 9(2) value zero.

       01 ws-list-col      pic 9(2) value zero.

       01 ws-list-pos      pic 9(2) value zero.

       01 ws-list-entry.
           05 ws-le-terr   pic x(2).
           05 filler       pic x(1) value '/'.
           05 ws-le-area   pic x(2).
           05 filler       pic x(1) value '/'.
           05 ws-le-dept   pic x(2).

       01 ws-msg-line      pic x(76) value spaces.

       01 ws-msg-ptr       pic 9(3) value 1.

       01 ws-sign-on-tries pic 9(1) value zero.

       01 ws-tran-type     pic x(3) value spaces.

       01 ws-store-found   pic x(1) value 'n'.

       01 ws-store-status  pic x(1) value space.

       01 ws-store-format  pic x(1) value space.

       01 ws-xfr-found     pic x(1) value 'n'.

       01 ws-xfr-status    pic x(1) value space.

       01 ws-xfr-format    pic x(1) value space.

       01 ws-xfr-has-depts pic x(1) value 'n'.

       01 ws-xfr-in-terr   pic x(1) value 'n'.

       01 ws-good-rec-flag pic x(1) value 'y'.

       01 ws-combo-ok      pic x(1) value 'y'.

       01 ws-hold-reason   pic x(1) value space.

       01 field-out        pic x(12) value spaces.

       01 data-out         pic x(2) value spaces.

       01 err-msg-out      pic x(20) value spaces.

       01 ws-xfr-old-rec   pic x(25) value spaces.

       01 ws-jrn-action    pic x(3) value spaces.

       01 ws-jrn-before    pic x(25) value spaces.

       01 ws-jrn-after     pic x(25) value spaces.

       01 ws-applied-ctr   pic 9(6) value zero.

       01 ws-refused-ctr   pic 9(6) value zero.

       screen section.
       01 sign-on-screen.
           05 blank screen.
           05 line 2 column 2
              value 'STORE-DEPARTMENT ONLINE MAINTENANCE'.
           05 line 5 column 2 value 'OPERATOR ID:'.
           05 line 5 column 15 pic x(8) using ws-operator.
           05 line 21 column 2 pic x(76) from ws-msg-line.

       01 main-screen.
           05 blank screen.
           05 line 1 column 2
              value 'STORE-DEPARTMENT ONLINE MAINTENANCE'.
           05 line 1 column 48 value 'OPERATOR:'.
           05 line 1 column 58 pic x(8) from ws-operator.
           05 line 1 column 70 pic 9(8) from ws-run-date.
           05 line 3 column 2 value 'STORE:'.
           05 line 3 column 9 pic x(5) using ws-scr-store.
           05 line 3 column 16 pic x(15) from ws-shown-name.
           05 line 3 column 33 value 'STATUS:'.
           05 line 3 column 41 pic x(9) from ws-shown-status.
           05 line 3 column 52 value 'FORMAT:'.
           05 line 3 column 60 pic x(1) from ws-shown-format.
           05 line 5 column 2
              value 'DEPARTMENTS CARRIED (TERR/AREA/DEPT)'.
           05 line 5 column 40 value 'COUNT:'.
           05 line 5 column 47 pic zz9 from ws-dept-count.
           05 line 6 column 4 pic x(72) from ws-list-line (1).
           05 line 7 column 4 pic x(72) from ws-list-line (2).
           05 line 8 column 4 pic x(72) from ws-list-line (3).
           05 line 9 column 4 pic x(72) from ws-list-line (4).
           05 line 10 column 4 pic x(72) from ws-list-line (5).
           05 line 11 column 4 pic x(72) from ws-list-line (6).
           05 line 12 column 4 pic x(72) from ws-list-line (7).
           05 line 13 column 4 pic x(72) from ws-list-line (8).
           05 line 14 column 4 pic x(72) from ws-list-line (9).
           05 line 15 column 4 pic x(72) from ws-list-line (10).
           05 line 16 column 4 pic x(72) from ws-list-line (11).
           05 line 17 column 4 pic x(72) from ws-list-line (12).
           05 line 19 column 2 value 'ACTION:'.
           05 line 19 column 10 pic x(1) using ws-scr-action.
           05 line 19 column 14 value 'TERR:'.
           05 line 19 column 20 pic x(2) using ws-scr-terr.
           05 line 19 column 25 value 'AREA:'.
           05 line 19 column 31 pic x(2) using ws-scr-area.
           05 line 19 column 36 value 'DEPT:'.
           05 line 19 column 42 pic x(2) using ws-scr-dept.
           05 line 19 column 47 value 'XFR STORE:'.
           05 line 19 column 58 pic x(5) using ws-scr-xfr.
           05 line 21 column 2 pic x(76) from ws-msg-line.
           05 line 23 column 2
              value 'I=INQUIRE  A=ADD  C=CHANGE  D=DELETE'.
           05 line 23 column 40 value 'X=TRANSFER  Q=QUIT'.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.

           perform 160-load-valid-codes
           perform 170-load-hierarchy
           perform 180-load-dept-rules
           perform 150-sign-on
           if ws-rule-table-full = 'Y'
               move 'WARNING: DEPT RULE TABLE FULL - UPDATES REFUSED'
                 to ws-msg-line
           end-if

           move 'I' to ws-scr-action
           perform until ws-scr-action = 'Q'
               display main-screen
               accept main-screen
               move spaces to ws-msg-line
               move 1 to ws-msg-ptr
               perform 200-process-action
           end-perform

           perform 600-write-audit-log
           display 'SDSCREEN  OPERATOR: ' ws-operator
                   ' APPLIED: ' ws-applied-ctr
                   ' REFUSED: ' ws-refused-ctr
           move 0 to return-code
           stop run.

      * Every update carries the operator ID into the journal, so no
      * work is done until one is given.
       150-sign-on.
           move spaces to ws-msg-line
           perform until ws-operator not = spaces
               display sign-on-screen
               accept sign-on-screen
               if ws-operator = spaces
                   add 1 to ws-sign-on-tries
                   if ws-sign-on-tries >= 3
                       display 'SDSCREEN  NO OPERATOR ID - ENDED'
                       move 8 to return-code
                       stop run
                   end-if
                   move 'OPERATOR ID IS REQUIRED' to ws-msg-line
               end-if
           end-perform
           move spaces to ws-msg-line.

      * Only codes in effect on the sign-on date are loaded, the same
      * test the validator applies on its run date.
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
              and vc-eff-date > ws-run-date
               move 'n' to ws-code-in-effect
           end-if
           if vc-exp-date is numeric
              and vc-exp-date < ws-run-date
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

      * The rules are kept exactly as the validator keeps them: in
      * effect on the date, and a maximum rule only with a format
      * and a numeric count.
       180-load-dept-rules.
           open input dept-rules-file
           perform until rule-eof = 'y'
               read dept-rules-file
                   at end move 'y' to rule-eof
                   not at end
                       move 'y' to ws-code-in-effect
                       if dr-eff-date is numeric
                          and dr-eff-date > ws-run-date
                           move 'n' to ws-code-in-effect
                       end-if
                       if dr-exp-date is numeric
                          and dr-exp-date < ws-run-date
                           move 'n' to ws-code-in-effect
                       end-if
                       if dr-type-in = 'M'
                          and (dr-format-in = space
                               or dr-other-in is not numeric)
                           move 'n' to ws-code-in-effect
                       end-if
                       if dr-type-in not = 'R' and dr-type-in not = 'X'
                          and dr-type-in not = 'M'
                           move 'n' to ws-code-in-effect
                       end-if
                       if ws-code-in-effect = 'y'
                           if ws-rule-cnt < 200
                               add 1 to ws-rule-cnt
                               move dr-type-in
                                 to ws-rule-type (ws-rule-cnt)
                               move dr-dept-in
                                 to ws-rule-dept (ws-rule-cnt)
                               move dr-other-in
                                 to ws-rule-other (ws-rule-cnt)
                               move dr-format-in
                                 to ws-rule-format (ws-rule-cnt)
                           else
                               move 'Y' to ws-rule-table-full
                           end-if
                       end-if
               end-read
           end-perform
           close dept-rules-file.

      * An update is applied only when every edit passes, and the
      * store is shown again afterwards so the analyst sees the
      * master as it now stands.
       200-process-action.
           evaluate ws-scr-action
               when 'I'
                   perform 300-inquire
               when 'A'
                   move 'ADD' to ws-tran-type
                   perform 210-edit-and-apply
               when 'C'
                   move 'CHG' to ws-tran-type
                   perform 210-edit-and-apply
               when 'D'
                   move 'DEL' to ws-tran-type
                   perform 210-edit-and-apply
               when 'X'
                   move 'XFR' to ws-tran-type
                   perform 210-edit-and-apply
               when 'Q'
                   continue
               when other
                   move 'ACTION MUST BE I, A, C, D, X OR Q'
                     to ws-msg-line
           end-evaluate.

      * With the rule table cut short the screen would apply fewer
      * edits than the rule file calls for, so nothing is updated.
       210-edit-and-apply.
           if ws-rule-table-full = 'Y'
               move 'n' to ws-good-rec-flag
               move 'DEPT RULE TABLE FULL - UPDATE REFUSED'
                 to ws-msg-line
           else
               open input store-master-file
               open input stodept-master
               perform 400-validate
               close stodept-master
               close store-master-file
           end-if
           if ws-good-rec-flag = 'y'
               perform 500-apply-transaction
           else
               add 1 to ws-refused-ctr
           end-if
           if ws-good-rec-flag = 'y'
               perform 300-inquire
               move spaces to ws-msg-line
               string ws-tran-type delimited by size
                      ' APPLIED AT ' delimited by size
                      ws-tran-time delimited by size
                      ' BY ' delimited by size
                      ws-operator delimited by space
                      into ws-msg-line
               end-string
               move spaces to ws-scr-terr, ws-scr-area, ws-scr-dept,
                              ws-scr-xfr
           end-if
           move 'I' to ws-scr-action.

      * The store is shown whatever its status; the departments are
      * listed eight to a line in key order.
       300-inquire.
           move spaces to ws-shown-name, ws-shown-status,
                          ws-shown-format
           move spaces to ws-list-table
           move zero to ws-dept-count
           if ws-scr-store is not numeric
               move 'STORE NUM:NOT NUMERIC' to ws-msg-line
           else
               open input store-master-file
               perform 320-lookup-store
               close store-master-file
               if ws-store-found = 'n'
                   move 'STORE NUM:NOT ON FILE' to ws-msg-line
               else
                   move ws-store-format to ws-shown-format
                   evaluate ws-store-status
                       when 'C'
                           move 'CLOSED' to ws-shown-status
                       when 'S'
                           move 'SUSPENDED' to ws-shown-status
                       when other
                           move 'OPEN' to ws-shown-status
                   end-evaluate
                   open input stodept-master
                   perform 310-list-departments
                   close stodept-master
                   if ws-dept-count = 0
                       move 'STORE CARRIES NO DEPARTMENTS'
                         to ws-msg-line
                   end-if
                   if ws-dept-count > 96
                       move 'FIRST 96 DEPARTMENTS SHOWN' to ws-msg-line
                   end-if
               end-if
           end-if.

       310-list-departments.
           move 'n' to sd-scan-eof
           move 1 to ws-list-sub
           move zero to ws-list-col
           move ws-scr-store to sd-store
           move low-values to sd-terr, sd-area, sd-dept
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-scan-eof
           end-start
           perform until sd-scan-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-scan-eof
                   not at end
                       if sd-store not = ws-scr-store
                           move 'y' to sd-scan-eof
                       else
                           add 1 to ws-dept-count
                           perform 315-list-one-department
                       end-if
               end-read
           end-perform.

       315-list-one-department.
           if ws-list-col >= 8
               add 1 to ws-list-sub
               move zero to ws-list-col
           end-if
           if ws-list-sub <= 12
               move sd-terr to ws-le-terr
               move sd-area to ws-le-area
               move sd-dept to ws-le-dept
               compute ws-list-pos = ws-list-col * 9 + 1
               move ws-list-entry
                 to ws-list-line (ws-list-sub) (ws-list-pos:8)
               add 1 to ws-list-col
           end-if.

       320-lookup-store.
           move 'n' to ws-store-found
           move spaces to ws-shown-name
           move space to ws-store-status
           move space to ws-store-format
           move ws-scr-store to sm-store-num-in
           read store-master-file
               invalid key
                   continue
               not invalid key
                   move sm-store-name-in to ws-shown-name
                   move sm-store-status-in to ws-store-status
                   move sm-store-format-in to ws-store-format
                   move 'y' to ws-store-found
           end-read.

       330-lookup-xfr-store.
           move 'n' to ws-xfr-found
           move space to ws-xfr-status
           move space to ws-xfr-format
           move ws-scr-xfr to sm-store-num-in
           read store-master-file
               invalid key
                   continue
               not invalid key
                   move sm-store-status-in to ws-xfr-status
                   move sm-store-format-in to ws-xfr-format
                   move 'y' to ws-xfr-found
           end-read.

      * The validator's record edits, in its order. The master is
      * live, so what the validator finds only when it applies a
      * record - an ADD already on file, a CHG or DEL with nothing to
      * change, a transfer with nothing to move or nowhere to put it
      * - is found here before anything is touched.
       400-validate.
           move 'y' to ws-good-rec-flag
           move 'y' to ws-combo-ok
           move space to ws-hold-reason
           if ws-scr-store is not numeric
               move 'STORE NUM' to field-out
               move spaces to data-out
               move 'NOT NUMERIC' to err-msg-out
               perform 450-add-error
           else
               perform 320-lookup-store
               if ws-store-found = 'n'
                   move 'STORE NUM' to field-out
                   move spaces to data-out
                   move 'NOT ON FILE' to err-msg-out
                   perform 450-add-error
               else
                   if ws-store-status = 'C'
                       move 'STORE NUM' to field-out
                       move ws-store-status to data-out
                       move 'STORE CLOSED' to err-msg-out
                       perform 450-add-error
                   end-if
               end-if
           end-if

           if ws-scr-terr not numeric
               move 'TERRITORY' to field-out
               move ws-scr-terr to data-out
               move 'NOT NUMERIC' to err-msg-out
               perform 450-add-error
               move 'n' to ws-combo-ok
           else
               set terr-idx to 1
               move 'n' to ws-found-flag
               search ws-terr-code
                   at end move 'n' to ws-found-flag
                   when ws-terr-code (terr-idx) = ws-scr-terr
                       move 'y' to ws-found-flag
               end-search
               if ws-found-flag = 'n'
                   move 'TERRITORY' to field-out
                   move ws-scr-terr to data-out
                   move 'OUT OF RANGE' to err-msg-out
                   perform 450-add-error
                   move 'n' to ws-combo-ok
               end-if
           end-if

           if ws-scr-area not numeric
               move 'AREA' to field-out
               move ws-scr-area to data-out
               move 'NOT NUMERIC' to err-msg-out
               perform 450-add-error
               move 'n' to ws-combo-ok
           else
               set area-idx to 1
               move 'n' to ws-found-flag
               search ws-area-code
                   at end move 'n' to ws-found-flag
                   when ws-area-code (area-idx) = ws-scr-area
                       move 'y' to ws-found-flag
               end-search
               if ws-found-flag = 'n'
                   move 'AREA' to field-out
                   move ws-scr-area to data-out
                   move 'OUT OF RANGE' to err-msg-out
                   perform 450-add-error
                   move 'n' to ws-combo-ok
               end-if
           end-if

           if ws-scr-dept not numeric
               move 'DEPARTMENT' to field-out
               move ws-scr-dept to data-out
               move 'NOT NUMERIC' to err-msg-out
               perform 450-add-error
               move 'n' to ws-combo-ok
           else
               set dept-idx to 1
               move 'n' to ws-found-flag
               search ws-dept-code
                   at end move 'n' to ws-found-flag
                   when ws-dept-code (dept-idx) = ws-scr-dept
                       move 'y' to ws-found-flag
               end-search
               if ws-found-flag = 'n'
                   move 'DEPARTMENT' to field-out
                   move ws-scr-dept to data-out
                   move 'OUT OF RANGE' to err-msg-out
                   perform 450-add-error
                   move 'n' to ws-combo-ok
               end-if
           end-if

           if ws-tran-type = 'XFR'
               perform 405-validate-xfr-store
           end-if

           if ws-combo-ok = 'y'
               perform 410-check-hierarchy
           end-if

           if ws-good-rec-flag = 'y'
               perform 420-check-on-file
           end-if

           if ws-good-rec-flag = 'y' and ws-rule-cnt > 0
               perform 460-check-dept-rules
           end-if

           if ws-good-rec-flag = 'y'
               perform 430-check-hold
           end-if.

      * The receiving store gets the same edits as the sending one.
       405-validate-xfr-store.
           if ws-scr-xfr is not numeric
               move 'XFR STORE' to field-out
               move spaces to data-out
               move 'NOT NUMERIC' to err-msg-out
               perform 450-add-error
           else
               if ws-scr-xfr = ws-scr-store
                   move 'XFR STORE' to field-out
                   move spaces to data-out
                   move 'SAME STORE' to err-msg-out
                   perform 450-add-error
               else
                   perform 330-lookup-xfr-store
                   if ws-xfr-found = 'n'
                       move 'XFR STORE' to field-out
                       move spaces to data-out
                       move 'NOT ON FILE' to err-msg-out
                       perform 450-add-error
                   else
                       if ws-xfr-status = 'C'
                           move 'XFR STORE' to field-out
                           move ws-xfr-status to data-out
                           move 'STORE CLOSED' to err-msg-out
                           perform 450-add-error
                       end-if
                   end-if
               end-if
           end-if.

       410-check-hierarchy.
           set hier-idx to 1
           move 'n' to ws-found-flag
           search ws-hier-entry
               at end move 'n' to ws-found-flag
               when ws-hier-terr (hier-idx) = ws-scr-terr
                and ws-hier-area (hier-idx) = ws-scr-area
                and ws-hier-dept (hier-idx) = ws-scr-dept
                   move 'y' to ws-found-flag
           end-search
           if ws-found-flag = 'n'
               move 'COMBO' to field-out
               move spaces to data-out
               move 'INVALID COMBINATION' to err-msg-out
               perform 450-add-error
           end-if.

       420-check-on-file.
           move ws-scr-store to sd-store
           move ws-scr-terr to sd-terr
           move ws-scr-area to sd-area
           move ws-scr-dept to sd-dept
           move 'y' to ws-found-flag
           read stodept-master
               invalid key move 'n' to ws-found-flag
           end-read
           evaluate true
               when ws-tran-type = 'ADD' and ws-found-flag = 'y'
                   move 'RECORD' to field-out
                   move spaces to data-out
                   move 'ALREADY ON FILE' to err-msg-out
                   perform 450-add-error
               when ws-tran-type not = 'ADD' and ws-found-flag = 'n'
                   move 'RECORD' to field-out
                   move spaces to data-out
                   move 'NOT ON FILE' to err-msg-out
                   perform 450-add-error
           end-evaluate
           if ws-tran-type = 'XFR' and ws-good-rec-flag = 'y'
               move ws-scr-xfr to sd-store
               read stodept-master
                   invalid key continue
                   not invalid key
                       move 'XFR STORE' to field-out
                       move spaces to data-out
                       move 'ALREADY CARRIES' to err-msg-out
                       perform 450-add-error
               end-read
           end-if.

      * What the validator would hold for a supervisor cannot be
      * signed off on the screen; it has to be keyed to the nightly
      * input, where it waits in the hold queue like any other. The
      * receiving store's territory is taken from the departments it
      * already carries, as the validator takes it.
       430-check-hold.
           if ws-store-status = 'S'
               move 'S' to ws-hold-reason
               move 'STORE NUM' to field-out
               move ws-store-status to data-out
               move 'HELD - SUSPENDED' to err-msg-out
           else
               if ws-tran-type = 'XFR'
                   if ws-xfr-status = 'S'
                       move 'R' to ws-hold-reason
                       move 'XFR STORE' to field-out
                       move ws-xfr-status to data-out
                       move 'HELD - SUSPENDED' to err-msg-out
                   else
                       perform 435-check-xfr-territory
                   end-if
               end-if
           end-if
           if ws-hold-reason not = space
               perform 450-add-error
               string ';KEY TO NIGHTLY INPUT' delimited by size
                   into ws-msg-line
                   with pointer ws-msg-ptr
               end-string
           end-if.

       435-check-xfr-territory.
           move 'n' to ws-xfr-has-depts
           move 'n' to ws-xfr-in-terr
           move 'n' to sd-scan-eof
           move ws-scr-xfr to sd-store
           move low-values to sd-terr, sd-area, sd-dept
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-scan-eof
           end-start
           perform until sd-scan-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-scan-eof
                   not at end
                       if sd-store not = ws-scr-xfr
                           move 'y' to sd-scan-eof
                       else
                           move 'y' to ws-xfr-has-depts
                           if sd-terr = ws-scr-terr
                               move 'y' to ws-xfr-in-terr
                               move 'y' to sd-scan-eof
                           end-if
                       end-if
               end-read
           end-perform
           if ws-xfr-has-depts = 'y' and ws-xfr-in-terr = 'n'
               move 'T' to ws-hold-reason
               move 'XFR STORE' to field-out
               move ws-scr-terr to data-out
               move 'HELD - CROSS TERR' to err-msg-out
           end-if.

      * Errors are strung onto the message line in the reject file's
      * FIELD:MESSAGE form, with the offending code where there is
      * one; whatever does not fit is dropped.
       450-add-error.
           move 'n' to ws-good-rec-flag
           if ws-msg-ptr > 1
               string ';' delimited by size
                   into ws-msg-line
                   with pointer ws-msg-ptr
               end-string
           end-if
           string
               function trim (field-out) delimited by size
               ':' delimited by size
               function trim (err-msg-out) delimited by size
               into ws-msg-line
               with pointer ws-msg-ptr
           end-string
           if data-out not = spaces
               string ' ' delimited by size
                   function trim (data-out) delimited by size
                   into ws-msg-line
                   with pointer ws-msg-ptr
               end-string
           end-if.

      * The merchandising rules, checked as the validator checks
      * them against the store's departments on the master. An ADD,
      * and the receiving side of a transfer, must not bring in a
      * department without the ones it requires, next to one it
      * excludes, or past the format's maximum; a DEL, and the
      * sending side of a transfer, must not take away a department
      * another one still requires.
       460-check-dept-rules.
           evaluate ws-tran-type
               when 'ADD'
                   move ws-scr-store to ws-rule-store
                   move ws-store-format to ws-rule-store-format
                   perform 461-load-store-depts
                   perform 463-check-adding
               when 'DEL'
                   move ws-scr-store to ws-rule-store
                   move ws-store-format to ws-rule-store-format
                   perform 461-load-store-depts
                   perform 464-check-removing
               when 'XFR'
                   move ws-scr-store to ws-rule-store
                   move ws-store-format to ws-rule-store-format
                   perform 461-load-store-depts
                   perform 464-check-removing
                   move ws-scr-xfr to ws-rule-store
                   move ws-xfr-format to ws-rule-store-format
                   perform 461-load-store-depts
                   perform 463-check-adding
           end-evaluate.

       461-load-store-depts.
           move zero to ws-rsd-cnt
           move 'n' to sd-scan-eof
           move ws-rule-store to sd-store
           move low-values to sd-terr, sd-area, sd-dept
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-scan-eof
           end-start
           perform until sd-scan-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-scan-eof
                   not at end
                       if sd-store not = ws-rule-store
                           move 'y' to sd-scan-eof
                       else
                           if ws-rsd-cnt < 100
                               add 1 to ws-rsd-cnt
                               move sd-key to ws-rsd-key (ws-rsd-cnt)
                               move 'y'
                                 to ws-rsd-present (ws-rsd-cnt)
                           end-if
                       end-if
               end-read
           end-perform.

      * The format maximum is a number of departments, so one carried
      * under more than one territory or area - as it briefly is while
      * a rekey is applied as an ADD followed by a DEL - counts once.
       462-count-carried-depts.
           move zero to ws-rule-dept-cnt
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-present (ws-rsd-sub) = 'y'
                   move 'n' to ws-rsd-dup-flag
                   perform varying ws-rsd-sub2 from 1 by 1
                           until ws-rsd-sub2 >= ws-rsd-sub
                       if ws-rsd-present (ws-rsd-sub2) = 'y'
                          and ws-rsd-key (ws-rsd-sub2) (10:2)
                                = ws-rsd-key (ws-rsd-sub) (10:2)
                           move 'y' to ws-rsd-dup-flag
                       end-if
                   end-perform
                   if ws-rsd-dup-flag = 'n'
                       add 1 to ws-rule-dept-cnt
                   end-if
               end-if
           end-perform.

       463-check-adding.
           move ws-rule-store to ws-rk-store
           move ws-scr-terr to ws-rk-terr
           move ws-scr-area to ws-rk-area
           move ws-scr-dept to ws-rk-dept
           perform 466-put-store-dept
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > ws-rule-cnt
               if ws-rule-format (ws-rule-sub) = space
                  or ws-rule-format (ws-rule-sub)
                       = ws-rule-store-format
                   evaluate ws-rule-type (ws-rule-sub)
                       when 'R'
                           if ws-rule-dept (ws-rule-sub) = ws-scr-dept
                               move ws-rule-other (ws-rule-sub)
                                 to ws-rule-look-dept
                               perform 465-find-carried-dept
                               if ws-rule-carries = 'n'
                                   move 'DEPT RULE' to field-out
                                   move ws-rule-look-dept to data-out
                                   move 'REQUIRES DEPT'
                                     to err-msg-out
                                   perform 450-add-error
                               end-if
                           end-if
                       when 'X'
                           move spaces to ws-rule-look-dept
                           if ws-rule-dept (ws-rule-sub) = ws-scr-dept
                               move ws-rule-other (ws-rule-sub)
                                 to ws-rule-look-dept
                           end-if
                           if ws-rule-other (ws-rule-sub) = ws-scr-dept
                               move ws-rule-dept (ws-rule-sub)
                                 to ws-rule-look-dept
                           end-if
                           if ws-rule-look-dept not = spaces
                               perform 465-find-carried-dept
                               if ws-rule-carries = 'y'
                                   move 'DEPT RULE' to field-out
                                   move ws-rule-look-dept to data-out
                                   move 'EXCLUDED BY DEPT'
                                     to err-msg-out
                                   perform 450-add-error
                               end-if
                           end-if
                       when 'M'
                           if ws-rule-store-format not = space
                               perform 462-count-carried-depts
                               if ws-rule-dept-cnt
                                    > ws-rule-max (ws-rule-sub)
                                   move 'DEPT RULE' to field-out
                                   move ws-rule-other (ws-rule-sub)
                                     to data-out
                                   move 'OVER FORMAT MAX'
                                     to err-msg-out
                                   perform 450-add-error
                               end-if
                           end-if
                   end-evaluate
               end-if
           end-perform.

       464-check-removing.
           move ws-rule-store to ws-rk-store
           move ws-scr-terr to ws-rk-terr
           move ws-scr-area to ws-rk-area
           move ws-scr-dept to ws-rk-dept
           perform 467-take-store-dept
           move ws-scr-dept to ws-rule-look-dept
           perform 465-find-carried-dept
           if ws-rule-carries = 'n'
               perform varying ws-rule-sub from 1 by 1
                       until ws-rule-sub > ws-rule-cnt
                   if ws-rule-type (ws-rule-sub) = 'R'
                      and ws-rule-other (ws-rule-sub) = ws-scr-dept
                      and ws-rule-dept (ws-rule-sub) not = ws-scr-dept
                      and (ws-rule-format (ws-rule-sub) = space
                           or ws-rule-format (ws-rule-sub)
                                = ws-rule-store-format)
                       move ws-rule-dept (ws-rule-sub)
                         to ws-rule-look-dept
                       perform 465-find-carried-dept
                       if ws-rule-carries = 'y'
                           move 'DEPT RULE' to field-out
                           move ws-rule-look-dept to data-out
                           move 'REQUIRED BY DEPT' to err-msg-out
                           perform 450-add-error
                       end-if
                   end-if
               end-perform
           end-if.

       465-find-carried-dept.
           move 'n' to ws-rule-carries
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-present (ws-rsd-sub) = 'y'
                  and ws-rsd-key (ws-rsd-sub) (10:2) = ws-rule-look-dept
                   move 'y' to ws-rule-carries
               end-if
           end-perform.

       466-put-store-dept.
           move 'n' to ws-found-flag
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-key (ws-rsd-sub) = ws-rule-key
                   move 'y' to ws-rsd-present (ws-rsd-sub)
                   move 'y' to ws-found-flag
               end-if
           end-perform
           if ws-found-flag = 'n' and ws-rsd-cnt < 100
               add 1 to ws-rsd-cnt
               move ws-rule-key to ws-rsd-key (ws-rsd-cnt)
               move 'y' to ws-rsd-present (ws-rsd-cnt)
           end-if.

       467-take-store-dept.
           perform varying ws-rsd-sub from 1 by 1
                   until ws-rsd-sub > ws-rsd-cnt
               if ws-rsd-key (ws-rsd-sub) = ws-rule-key
                   move 'n' to ws-rsd-present (ws-rsd-sub)
               end-if
           end-perform.

      * The record is read again under the update, so a change made
      * by someone else since the edits is caught rather than
      * overwritten. The time of day stamps the record and its
      * journal entries the way an input record number would.
       500-apply-transaction.
           accept ws-tran-date from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-tran-time
           open i-o stodept-master
           open extend stodept-journal
           move ws-scr-store to sd-store
           move ws-scr-terr to sd-terr
           move ws-scr-area to sd-area
           move ws-scr-dept to sd-dept
           evaluate ws-tran-type
               when 'ADD'
                   perform 510-apply-add
               when 'CHG'
                   perform 520-apply-change
               when 'DEL'
                   perform 530-apply-delete
               when 'XFR'
                   perform 540-apply-transfer
           end-evaluate
           close stodept-journal
           close stodept-master
           if ws-good-rec-flag = 'y'
               add 1 to ws-applied-ctr
           else
               add 1 to ws-refused-ctr
               move 'RECORD CHANGED SINCE EDIT - NOT APPLIED'
                 to ws-msg-line
           end-if.

       510-apply-add.
           move ws-tran-date to sd-maint-date
           move ws-tran-time to sd-last-rec
           write stodept-rec
               invalid key
                   move 'n' to ws-good-rec-flag
               not invalid key
                   move 'ADD' to ws-jrn-action
                   move spaces to ws-jrn-before
                   move stodept-rec to ws-jrn-after
                   perform 550-write-journal
           end-write.

       520-apply-change.
           read stodept-master
               invalid key
                   move 'n' to ws-good-rec-flag
               not invalid key
                   move stodept-rec to ws-jrn-before
                   move ws-tran-date to sd-maint-date
                   move ws-tran-time to sd-last-rec
                   rewrite stodept-rec
                   move 'CHG' to ws-jrn-action
                   move stodept-rec to ws-jrn-after
                   perform 550-write-journal
           end-read.

       530-apply-delete.
           read stodept-master
               invalid key
                   move 'n' to ws-good-rec-flag
               not invalid key
                   move 'DEL' to ws-jrn-action
                   move stodept-rec to ws-jrn-before
                   move spaces to ws-jrn-after
                   delete stodept-master record
                   perform 550-write-journal
           end-read.

      * As in the validator, both keys are read before either is
      * touched, and the delete and add are journalled as a pair.
       540-apply-transfer.
           read stodept-master
               invalid key
                   move 'n' to ws-good-rec-flag
               not invalid key
                   move stodept-rec to ws-xfr-old-rec
                   move ws-scr-xfr to sd-store
                   read stodept-master
                       invalid key
                           perform 545-do-transfer
                       not invalid key
                           move 'n' to ws-good-rec-flag
                   end-read
           end-read.

       545-do-transfer.
           move ws-xfr-old-rec to stodept-rec
           delete stodept-master record
           move 'DEL' to ws-jrn-action
           move ws-xfr-old-rec to ws-jrn-before
           move spaces to ws-jrn-after
           perform 550-write-journal
           move ws-scr-xfr to sd-store
           move ws-scr-terr to sd-terr
           move ws-scr-area to sd-area
           move ws-scr-dept to sd-dept
           move ws-tran-date to sd-maint-date
           move ws-tran-time to sd-last-rec
           write stodept-rec
           move 'ADD' to ws-jrn-action
           move spaces to ws-jrn-before
           move stodept-rec to ws-jrn-after
           perform 550-write-journal.

       550-write-journal.
           move spaces to journal-rec
           move ws-tran-date to jr-run-date
           move ws-tran-time to jr-rec-num
           move ws-jrn-action to jr-action
           move ws-jrn-before to jr-before
           move ws-jrn-after to jr-after
           move 'ONLINE' to jr-source
           move '00' to jr-run-seq
           move ws-operator to jr-operator
           write journal-rec.

      * The session gets its own line in the run log, in the same
      * layout the validator writes: updates applied as good,
      * updates refused as bad, under the online cycle.
       600-write-audit-log.
           open extend audit-run-file
           move spaces to audit-run-rec
           move ws-run-date to aur-date
           move ws-run-time to aur-time
           move 'SDSCREEN' to aur-job
           move spaces to aur-list
           string 'ONLINE SESSION OPERATOR ' delimited by size
                  ws-operator delimited by size
                  into aur-list
           end-string
           move zero to aur-trailer
           move ws-applied-ctr to aur-good
           move ws-refused-ctr to aur-bad
           move 'O' to aur-restart
           move 0 to aur-rc
           move space to aur-trial
           move zero to aur-held
           move 0 to aur-seq
           write audit-run-rec
           close audit-run-file.
