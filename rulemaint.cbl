       identification division.
       program-id. Dept-Rule-Maint.
      *****************************************************************
      * This program applies add and expire transactions to the      *
      * department rules file (deptrules.txt) that Store-Data-       *
      * Validation enforces against what a store already carries. A  *
      * rule is R (the department requires the other department), X  *
      * (the two departments may not be carried together) or M (a    *
      * store of the format may carry no more departments than the   *
      * count given in the other-department columns). An R or X rule *
      * may name a format to apply to stores of that format only.    *
      * Every rule carries an effective and an expiry date so a      *
      * change can be keyed ahead of time and take effect on the     *
      * right night. Every transaction, applied or rejected, is      *
      * written to the audit log with a date and time stamp.         *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select rule-tran-file assign to "ruletran.txt"
                  Organization is line sequential.
           select optional dept-rules-file assign to "deptrules.txt"
                  Organization is line sequential.
           select dept-rules-new-file assign to "deptrules.new"
                  Organization is line sequential.
           select optional audit-log-file assign to "ruleaudit.txt"
                  Organization is line sequential.

       data division.
       File Section.
       FD rule-tran-file.

       01 rule-tran-rec.
           05 rt-action-in pic x(1).
           05 rt-type-in   pic x(1).
           05 rt-dept-in   pic x(2).
           05 rt-other-in  pic x(2).
           05 rt-format-in pic x(1).
           05 rt-eff-in    pic x(8).
           05 rt-exp-in    pic x(8).

       FD dept-rules-file.

       01 dept-rule-rec.
           05 dr-type-out   pic x(1).
           05 dr-dept-out   pic x(2).
           05 dr-other-out  pic x(2).
           05 dr-format-out pic x(1).
           05 dr-eff-out    pic x(8).
           05 dr-exp-out    pic x(8).

       FD dept-rules-new-file.

       01 dept-rule-new-rec.
           05 drn-type-out   pic x(1).
           05 drn-dept-out   pic x(2).
           05 drn-other-out  pic x(2).
           05 drn-format-out pic x(1).
           05 drn-eff-out    pic x(8).
           05 drn-exp-out    pic x(8).

       FD audit-log-file.

       01 audit-rec.
           05 aud-date     pic x(8).
           05 filler       pic x(1).
           05 aud-time     pic x(6).
           05 filler       pic x(1).
           05 aud-action   pic x(6).
           05 filler       pic x(1).
           05 aud-type     pic x(1).
           05 aud-dept     pic x(2).
           05 aud-other    pic x(2).
           05 aud-format   pic x(1).
           05 filler       pic x(1).
           05 aud-eff      pic x(8).
           05 filler       pic x(1).
           05 aud-exp      pic x(8).
           05 filler       pic x(1).
           05 aud-result   pic x(10).

       working-storage section.
       01 tran-eof         pic x(1) value 'n'.

       01 dr-eof           pic x(1) value 'n'.

       01 ws-found-flag    pic x(1).

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-time      pic 9(6) value zero.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-tran-ctr      pic 9(6) value zero.

       01 ws-applied-ctr   pic 9(6) value zero.

       01 ws-rejected-ctr  pic 9(6) value zero.

       01 ws-rule-table.
           05 ws-rule-cnt  pic 9(3) value zero.
           05 ws-rule-entry occurs 500 times
                             indexed by rule-idx.
               10 ws-rule-type   pic x(1).
               10 ws-rule-dept   pic x(2).
               10 ws-rule-other  pic x(2).
               10 ws-rule-format pic x(1).
               10 ws-rule-eff    pic x(8).
               10 ws-rule-exp    pic x(8).

       01 ws-rule-table-full pic x(1) value 'N'.

       01 ws-audit-result  pic x(10) value spaces.

       01 ws-new-rules-name  pic x(13) value 'deptrules.new'.

       01 ws-live-rules-name pic x(13) value 'deptrules.txt'.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.

           perform 150-load-rules

           open input rule-tran-file
           open extend audit-log-file
           perform until tran-eof = 'y'
               read rule-tran-file
                   at end move 'y' to tran-eof
                   not at end
                       add 1 to ws-tran-ctr
                       perform 200-apply-tran
               end-read
           end-perform
           close rule-tran-file, audit-log-file

           perform 500-rewrite-rules

           display 'DEPT RULE MAINT  TRANS: ' ws-tran-ctr
                   ' APPLIED: ' ws-applied-ctr
                   ' REJECTED: ' ws-rejected-ctr
           if ws-rejected-ctr > 0 and return-code = 0
               move 4 to return-code
           end-if
           stop run.

       150-load-rules.
           open input dept-rules-file
           perform until dr-eof = 'y'
               read dept-rules-file
                   at end move 'y' to dr-eof
                   not at end
                       if ws-rule-cnt < 500
                           add 1 to ws-rule-cnt
                           move dr-type-out
                             to ws-rule-type (ws-rule-cnt)
                           move dr-dept-out
                             to ws-rule-dept (ws-rule-cnt)
                           move dr-other-out
                             to ws-rule-other (ws-rule-cnt)
                           move dr-format-out
                             to ws-rule-format (ws-rule-cnt)
                           move dr-eff-out
                             to ws-rule-eff (ws-rule-cnt)
                           move dr-exp-out
                             to ws-rule-exp (ws-rule-cnt)
                       else
                           if ws-rule-table-full = 'N'
                               display 'WARNING: RULE TABLE FULL'
                               move 'Y' to ws-rule-table-full
                           end-if
                       end-if
               end-read
           end-perform
           close dept-rules-file.

       200-apply-tran.
           if rt-eff-in is not numeric
            or rt-exp-in is not numeric
               move 'BAD DATE' to ws-audit-result
               add 1 to ws-rejected-ctr
               perform 300-write-audit
           else
               perform 260-check-rule-shape
               if ws-audit-result not = spaces
                   add 1 to ws-rejected-ctr
                   perform 300-write-audit
               else
                   evaluate rt-action-in
                       when 'A'
                           perform 210-apply-add
                       when 'E'
                           perform 220-apply-expire
                       when other
                           move 'BAD ACTION' to ws-audit-result
                           add 1 to ws-rejected-ctr
                           perform 300-write-audit
                   end-evaluate
               end-if
           end-if.

       210-apply-add.
           perform 250-find-active-rule
           if ws-found-flag = 'y'
               move 'DUPLICATE' to ws-audit-result
               add 1 to ws-rejected-ctr
           else
               if ws-rule-cnt < 500
                   add 1 to ws-rule-cnt
                   move rt-type-in to ws-rule-type (ws-rule-cnt)
                   move rt-dept-in to ws-rule-dept (ws-rule-cnt)
                   move rt-other-in to ws-rule-other (ws-rule-cnt)
                   move rt-format-in to ws-rule-format (ws-rule-cnt)
                   move rt-eff-in to ws-rule-eff (ws-rule-cnt)
                   move rt-exp-in to ws-rule-exp (ws-rule-cnt)
                   move 'APPLIED' to ws-audit-result
                   add 1 to ws-applied-ctr
               else
                   move 'TABLE FULL' to ws-audit-result
                   add 1 to ws-rejected-ctr
               end-if
           end-if
           perform 300-write-audit.

       220-apply-expire.
           perform 250-find-active-rule
           if ws-found-flag = 'y'
               move rt-exp-in to ws-rule-exp (rule-idx)
               move 'APPLIED' to ws-audit-result
               add 1 to ws-applied-ctr
           else
               move 'NOT FOUND' to ws-audit-result
               add 1 to ws-rejected-ctr
           end-if
           perform 300-write-audit.

      * An active rule is one whose expiry date has not passed as of
      * the transaction effective date. An exclusion holds both
      * ways, so the pair is matched in either order; a maximum is
      * identified by its format alone, whatever its count.
       250-find-active-rule.
           set rule-idx to 1
           move 'n' to ws-found-flag
           search ws-rule-entry
               at end move 'n' to ws-found-flag
               when rule-idx > ws-rule-cnt
                   move 'n' to ws-found-flag
               when ws-rule-type (rule-idx) = rt-type-in
                and ws-rule-format (rule-idx) = rt-format-in
                and (ws-rule-exp (rule-idx) is not numeric
                     or ws-rule-exp (rule-idx) >= rt-eff-in)
                and (rt-type-in = 'M'
                     or (ws-rule-dept (rule-idx) = rt-dept-in
                         and ws-rule-other (rule-idx) = rt-other-in)
                     or (rt-type-in = 'X'
                         and ws-rule-dept (rule-idx) = rt-other-in
                         and ws-rule-other (rule-idx) = rt-dept-in))
                   move 'y' to ws-found-flag
           end-search.

      * A department rule names two different numeric departments; a
      * maximum names a format and a numeric count and no department.
       260-check-rule-shape.
           move spaces to ws-audit-result
           evaluate rt-type-in
               when 'R'
               when 'X'
                   if rt-dept-in is not numeric
                      or rt-other-in is not numeric
                      or rt-dept-in = rt-other-in
                       move 'BAD DEPT' to ws-audit-result
                   end-if
               when 'M'
                   if rt-format-in = space
                       move 'BAD FORMAT' to ws-audit-result
                   end-if
                   if rt-other-in is not numeric
                      or rt-dept-in not = spaces
                       move 'BAD COUNT' to ws-audit-result
                   end-if
               when other
                   move 'BAD TYPE' to ws-audit-result
           end-evaluate.

       300-write-audit.
           move spaces to audit-rec
           move ws-run-date to aud-date
           move ws-run-time to aud-time
           evaluate rt-action-in
               when 'A' move 'ADD' to aud-action
               when 'E' move 'EXPIRE' to aud-action
               when other move rt-action-in to aud-action
           end-evaluate
           move rt-type-in to aud-type
           move rt-dept-in to aud-dept
           move rt-other-in to aud-other
           move rt-format-in to aud-format
           move rt-eff-in to aud-eff
           move rt-exp-in to aud-exp
           move ws-audit-result to aud-result
           write audit-rec.

      * The updated table is staged to a work file and renamed over
      * the live one only after a clean close, so an abend mid-write
      * cannot destroy the production rules file.
       500-rewrite-rules.
           open output dept-rules-new-file
           perform varying rule-idx from 1 by 1
                   until rule-idx > ws-rule-cnt
               move ws-rule-type (rule-idx) to drn-type-out
               move ws-rule-dept (rule-idx) to drn-dept-out
               move ws-rule-other (rule-idx) to drn-other-out
               move ws-rule-format (rule-idx) to drn-format-out
               move ws-rule-eff (rule-idx) to drn-eff-out
               move ws-rule-exp (rule-idx) to drn-exp-out
               write dept-rule-new-rec
           end-perform
           close dept-rules-new-file
           call 'CBL_RENAME_FILE'
               using ws-new-rules-name, ws-live-rules-name
           if return-code not = 0
               display 'RULE TABLE SWAP FAILED, RC ' return-code
               display 'UPDATED TABLE LEFT IN ' ws-new-rules-name
               move 12 to return-code
           else
               move 0 to return-code
           end-if.
