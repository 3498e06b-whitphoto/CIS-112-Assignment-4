       identification division.
       program-id. Census-Reconcile.
      *****************************************************************
      * This program reconciles the store-department master against  *
      * the regions' quarterly physical census (census.txt, one line *
      * per department seen: store, territory, area, department, in  *
      * the layout of the nightly input, with an optional TRL count  *
      * trailer). Within each store a census line and a master       *
      * record that agree on territory, area and department match;   *
      * a department found on both under a different territory or    *
      * area is a TERR/AREA DIFFERS; what is left is NOT ON MASTER   *
      * or NOT IN CENSUS. A census covers only the stores walked, so *
      * a master store with no census lines is passed over unless    *
      * CENSUS-SCOPE=ALL says the census covers the whole chain.     *
      * Every finding is listed on censrecon.txt and the correcting  *
      * transactions are written to censtran.txt in the input layout *
      * with a TRL trailer, ready to be approved and named in        *
      * inputlist.txt for the nightly validation. A change of        *
      * territory or area cannot be keyed as a CHG (the key holds    *
      * both), so it is written as a DEL of the old record followed  *
      * by an ADD of the new one.                                    *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select optional run-parm-file assign to "runparm.txt"
                  Organization is line sequential.
           select census-file assign to "census.txt"
                  Organization is line sequential.
           select optional stodept-master assign to "stodept.dat"
                  organization is indexed
                  access is dynamic
                  record key is sd-key.
           select cens-work-file assign to "censwork.txt"
                  Organization is line sequential.
           select cens-sorted-file assign to "censsorted.txt"
                  Organization is line sequential.
           select mast-work-file assign to "censmast.txt"
                  Organization is line sequential.
           select mast-sorted-file assign to "censmsort.txt"
                  Organization is line sequential.
           select cens-sort-file assign to "censsort.tmp".
           select cens-tran-file assign to "censtran.txt"
                  Organization is line sequential.
           select cens-report-file assign to "censrecon.txt"
                  Organization is line sequential.

       data division.
       File Section.
       FD run-parm-file.

       01 run-parm-rec     pic x(66).

       FD census-file.

       01 census-rec.
           05 cn-store     pic x(5).
           05 cn-terr      pic x(2).
           05 cn-area      pic x(2).
           05 cn-dept      pic x(2).

       01 census-trailer-rec redefines census-rec.
           05 cn-trl-id    pic x(3).
           05 cn-trl-count pic 9(6).
           05 cn-trl-filler pic x(2).

       FD stodept-master.

       01 stodept-rec.
           05 sd-key.
               10 sd-store pic x(5).
               10 sd-terr  pic x(2).
               10 sd-area  pic x(2).
               10 sd-dept  pic x(2).
           05 sd-maint-date pic 9(8).
           05 sd-last-rec   pic 9(6).

       FD cens-work-file.

       01 cens-work-rec    pic x(11).

       FD cens-sorted-file.

       01 cens-sorted-rec.
           05 cs-store     pic x(5).
           05 cs-terr      pic x(2).
           05 cs-area      pic x(2).
           05 cs-dept      pic x(2).

       FD mast-work-file.

       01 mast-work-rec    pic x(11).

       FD mast-sorted-file.

       01 mast-sorted-rec.
           05 ms-store     pic x(5).
           05 ms-terr      pic x(2).
           05 ms-area      pic x(2).
           05 ms-dept      pic x(2).

       SD cens-sort-file.

       01 cens-sort-rec.
           05 csr-store    pic x(5).
           05 csr-terr     pic x(2).
           05 csr-area     pic x(2).
           05 csr-dept     pic x(2).

       FD cens-tran-file.

       01 cens-tran-rec.
           05 ct-store     pic x(5).
           05 ct-terr      pic x(2).
           05 ct-area      pic x(2).
           05 ct-dept      pic x(2).
           05 ct-tran-type pic x(3).
           05 ct-xfr-store pic x(5).
           05 ct-eff-date  pic x(8).

       01 cens-tran-trailer redefines cens-tran-rec.
           05 ctt-id       pic x(3).
           05 ctt-count    pic 9(6).
           05 ctt-filler   pic x(18).

       FD cens-report-file.

       01 cens-report-rec  pic x(60).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.

       01 cen-eof          pic x(1) value 'n'.

       01 sd-eof           pic x(1) value 'n'.

       01 cs-eof           pic x(1) value 'n'.

       01 ms-eof           pic x(1) value 'n'.

       01 ws-parm-key      pic x(20) value spaces.

       01 ws-parm-value    pic x(44) value spaces.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-census-scope  pic x(6) value 'STORES'.

       01 ws-census-read   pic 9(6) value zero.

       01 ws-census-trailer pic x(1) value 'n'.

       01 ws-census-exp    pic 9(6) value zero.

       01 ws-census-bad    pic x(1) value 'n'.

       01 ws-cur-store     pic x(5) value spaces.

       01 ws-mst-table.
           05 ws-mst-cnt   pic 9(3) value zero.
           05 ws-mst-entry occurs 100 times.
               10 ws-mst-terr    pic x(2).
               10 ws-mst-area    pic x(2).
               10 ws-mst-dept    pic x(2).
               10 ws-mst-matched pic x(1).

       01 ws-cen-table.
           05 ws-cen-cnt   pic 9(3) value zero.
           05 ws-cen-entry occurs 100 times.
               10 ws-cen-terr    pic x(2).
               10 ws-cen-area    pic x(2).
               10 ws-cen-dept    pic x(2).
               10 ws-cen-matched pic x(1).

       01 ws-table-full    pic x(1) value 'N'.

       01 ws-store-full    pic x(1) value 'n'.

       01 ws-mst-sub       pic 9(3) value zero.

       01 ws-cen-sub       pic 9(3) value zero.

       01 ws-pair-sub      pic 9(3) value zero.

       01 ws-agree-ctr     pic 9(6) value zero.

       01 ws-not-master-ctr pic 9(6) value zero.

       01 ws-not-census-ctr pic 9(6) value zero.

       01 ws-differs-ctr   pic 9(6) value zero.

       01 ws-unwalked-ctr  pic 9(6) value zero.

       01 ws-skipped-ctr   pic 9(6) value zero.

       01 ws-tran-ctr      pic 9(6) value zero.

       01 ws-tad-out.
           05 ws-tad-terr  pic x(2).
           05 filler       pic x(1) value '/'.
           05 ws-tad-area  pic x(2).
           05 filler       pic x(1) value '/'.
           05 ws-tad-dept  pic x(2).

       01 blank-line       pic x(60) value spaces.

       01 cens-header-1.
           05 filler       pic x(12) value spaces.
           05 filler       pic x(32) value
                  'STODEPT CENSUS RECONCILIATION'.
           05 ch-date-out  pic x(8).

       01 cens-header-2.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(14) value 'CENSUS SCOPE: '.
           05 ch-scope-out pic x(6).

       01 cens-header-3.
           05 filler       pic x(2) value spaces.
           05 filler       pic x(8) value 'STORE   '.
           05 filler       pic x(11) value 'MASTER     '.
           05 filler       pic x(11) value 'CENSUS     '.
           05 filler       pic x(7) value 'FINDING'.

       01 cens-detail-line.
           05 filler       pic x(2) value spaces.
           05 cd-store-out pic x(5).
           05 filler       pic x(3) value spaces.
           05 cd-master-out pic x(8).
           05 filler       pic x(3) value spaces.
           05 cd-census-out pic x(8).
           05 filler       pic x(3) value spaces.
           05 cd-finding-out pic x(20).

       01 cens-total-line.
           05 filler       pic x(2) value spaces.
           05 ct-label-out pic x(30).
           05 ct-cnt-out   pic zzzzz9.

       01 cens-message-line.
           05 filler       pic x(2) value spaces.
           05 cm-text-out  pic x(58).

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.

           perform 150-read-parameters
           if ws-census-scope not = 'STORES'
              and ws-census-scope not = 'ALL'
               display 'CENSUS-SCOPE MUST BE STORES OR ALL'
               move 12 to return-code
               stop run
           end-if

           perform 200-extract-census
           perform 210-extract-master

           sort cens-sort-file
               on ascending key csr-store, csr-terr, csr-area,
                                csr-dept
               using cens-work-file
               giving cens-sorted-file
           sort cens-sort-file
               on ascending key csr-store, csr-terr, csr-area,
                                csr-dept
               using mast-work-file
               giving mast-sorted-file

           open output cens-report-file
           move ws-run-date to ch-date-out
           move ws-census-scope to ch-scope-out
           write cens-report-rec from cens-header-1
           write cens-report-rec from cens-header-2
           write cens-report-rec from blank-line
           write cens-report-rec from cens-header-3
           open output cens-tran-file

           if ws-census-bad = 'y'
               move 'CENSUS COUNT DOES NOT MATCH ITS TRAILER'
                 to cm-text-out
               write cens-report-rec from cens-message-line
               move 'NO TRANSACTIONS WRITTEN' to cm-text-out
               write cens-report-rec from cens-message-line
           else
               perform 300-match-stores
           end-if

           move spaces to cens-tran-rec
           move 'TRL' to ctt-id
           move ws-tran-ctr to ctt-count
           write cens-tran-rec
           close cens-tran-file

           perform 500-write-totals
           close cens-report-file

           display 'CENSUS RECON  AGREE: ' ws-agree-ctr
                   ' NOT ON MASTER: ' ws-not-master-ctr
                   ' NOT IN CENSUS: ' ws-not-census-ctr
                   ' DIFFERS: ' ws-differs-ctr
           evaluate true
               when ws-table-full = 'Y'
                   move 12 to return-code
               when ws-census-bad = 'y'
                   move 8 to return-code
               when ws-tran-ctr > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

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
                       if ws-parm-key = 'CENSUS-SCOPE'
                           move ws-parm-value (1:6)
                             to ws-census-scope
                       end-if
               end-read
           end-perform
           close run-parm-file.

      * A census that does not add up to its own trailer is short or
      * doubled, and would turn every missing line into a delete, so
      * it is reported and no transactions are cut from it.
       200-extract-census.
           open input census-file
           open output cens-work-file
           perform until cen-eof = 'y'
               read census-file
                   at end move 'y' to cen-eof
                   not at end
                       if cn-trl-id = 'TRL'
                          and cn-trl-count is numeric
                           move 'y' to ws-census-trailer
                           move cn-trl-count to ws-census-exp
                       else
                           if census-rec not = spaces
                               add 1 to ws-census-read
                               move census-rec to cens-work-rec
                               write cens-work-rec
                           end-if
                       end-if
               end-read
           end-perform
           close census-file
           close cens-work-file
           if ws-census-trailer = 'y'
              and ws-census-exp not = ws-census-read
               move 'y' to ws-census-bad
           end-if.

       210-extract-master.
           open input stodept-master
           open output mast-work-file
           move low-values to sd-key
           start stodept-master key not < sd-key
               invalid key move 'y' to sd-eof
           end-start
           perform until sd-eof = 'y'
               read stodept-master next record
                   at end move 'y' to sd-eof
                   not at end
                       move sd-key to mast-work-rec
                       write mast-work-rec
               end-read
           end-perform
           close stodept-master
           close mast-work-file.

      * The two sorted files are walked a store at a time: all of the
      * lower store's lines from either side are gathered and
      * settled before moving on.
       300-match-stores.
           open input cens-sorted-file
           open input mast-sorted-file
           perform 310-read-census
           perform 320-read-master
           perform until cs-eof = 'y' and ms-eof = 'y'
               if cs-store < ms-store
                   move cs-store to ws-cur-store
               else
                   move ms-store to ws-cur-store
               end-if
               move zero to ws-cen-cnt, ws-mst-cnt
               move 'n' to ws-store-full
               perform until cs-eof = 'y'
                       or cs-store not = ws-cur-store
                   if ws-cen-cnt < 100
                       add 1 to ws-cen-cnt
                       move cs-terr to ws-cen-terr (ws-cen-cnt)
                       move cs-area to ws-cen-area (ws-cen-cnt)
                       move cs-dept to ws-cen-dept (ws-cen-cnt)
                       move 'n' to ws-cen-matched (ws-cen-cnt)
                   else
                       move 'Y' to ws-table-full
                       move 'y' to ws-store-full
                   end-if
                   perform 310-read-census
               end-perform
               perform until ms-eof = 'y'
                       or ms-store not = ws-cur-store
                   if ws-mst-cnt < 100
                       add 1 to ws-mst-cnt
                       move ms-terr to ws-mst-terr (ws-mst-cnt)
                       move ms-area to ws-mst-area (ws-mst-cnt)
                       move ms-dept to ws-mst-dept (ws-mst-cnt)
                       move 'n' to ws-mst-matched (ws-mst-cnt)
                   else
                       move 'Y' to ws-table-full
                       move 'y' to ws-store-full
                   end-if
                   perform 320-read-master
               end-perform
               evaluate true
                   when ws-store-full = 'y'
                       perform 405-report-store-full
                   when ws-cen-cnt = 0 and ws-census-scope = 'STORES'
                       add 1 to ws-unwalked-ctr
                   when other
                       perform 400-settle-store
               end-evaluate
           end-perform
           close cens-sorted-file
           close mast-sorted-file.

       310-read-census.
           read cens-sorted-file
               at end
                   move 'y' to cs-eof
                   move high-values to cens-sorted-rec
           end-read.

       320-read-master.
           read mast-sorted-file
               at end
                   move 'y' to ms-eof
                   move high-values to mast-sorted-rec
           end-read.

      * Exact matches are taken out first, so that only what is left
      * over on both sides is paired up by department as a move
      * between territories or areas.
       400-settle-store.
           perform varying ws-cen-sub from 1 by 1
                   until ws-cen-sub > ws-cen-cnt
               perform varying ws-mst-sub from 1 by 1
                       until ws-mst-sub > ws-mst-cnt
                          or ws-cen-matched (ws-cen-sub) = 'y'
                   if ws-mst-matched (ws-mst-sub) = 'n'
                      and ws-mst-terr (ws-mst-sub)
                            = ws-cen-terr (ws-cen-sub)
                      and ws-mst-area (ws-mst-sub)
                            = ws-cen-area (ws-cen-sub)
                      and ws-mst-dept (ws-mst-sub)
                            = ws-cen-dept (ws-cen-sub)
                       move 'y' to ws-mst-matched (ws-mst-sub)
                       move 'y' to ws-cen-matched (ws-cen-sub)
                       add 1 to ws-agree-ctr
                   end-if
               end-perform
           end-perform
           perform varying ws-cen-sub from 1 by 1
                   until ws-cen-sub > ws-cen-cnt
               if ws-cen-matched (ws-cen-sub) = 'n'
                   move zero to ws-pair-sub
                   perform varying ws-mst-sub from 1 by 1
                           until ws-mst-sub > ws-mst-cnt
                              or ws-pair-sub > 0
                       if ws-mst-matched (ws-mst-sub) = 'n'
                          and ws-mst-dept (ws-mst-sub)
                                = ws-cen-dept (ws-cen-sub)
                           move ws-mst-sub to ws-pair-sub
                       end-if
                   end-perform
                   if ws-pair-sub > 0
                       move 'y' to ws-mst-matched (ws-pair-sub)
                       move 'y' to ws-cen-matched (ws-cen-sub)
                       perform 430-report-differs
                   end-if
               end-if
           end-perform
           perform varying ws-cen-sub from 1 by 1
                   until ws-cen-sub > ws-cen-cnt
               if ws-cen-matched (ws-cen-sub) = 'n'
                   perform 410-report-not-master
               end-if
           end-perform
           perform varying ws-mst-sub from 1 by 1
                   until ws-mst-sub > ws-mst-cnt
               if ws-mst-matched (ws-mst-sub) = 'n'
                   perform 420-report-not-census
               end-if
           end-perform.

      * A store with more lines than the tables hold cannot be
      * compared in full; the lines left out would come back as
      * false adds and deletes, so the store is listed and no
      * transaction is written for it.
       405-report-store-full.
           move ws-cur-store to cd-store-out
           move spaces to cd-master-out, cd-census-out
           move 'TABLE FULL - SKIPPED' to cd-finding-out
           write cens-report-rec from cens-detail-line
           add 1 to ws-skipped-ctr.

       410-report-not-master.
           move ws-cur-store to cd-store-out
           move spaces to cd-master-out
           move ws-cen-terr (ws-cen-sub) to ws-tad-terr
           move ws-cen-area (ws-cen-sub) to ws-tad-area
           move ws-cen-dept (ws-cen-sub) to ws-tad-dept
           move ws-tad-out to cd-census-out
           move 'NOT ON MASTER' to cd-finding-out
           write cens-report-rec from cens-detail-line
           add 1 to ws-not-master-ctr
           move 'ADD' to ct-tran-type
           perform 450-write-census-tran.

       420-report-not-census.
           move ws-cur-store to cd-store-out
           move ws-mst-terr (ws-mst-sub) to ws-tad-terr
           move ws-mst-area (ws-mst-sub) to ws-tad-area
           move ws-mst-dept (ws-mst-sub) to ws-tad-dept
           move ws-tad-out to cd-master-out
           move spaces to cd-census-out
           move 'NOT IN CENSUS' to cd-finding-out
           write cens-report-rec from cens-detail-line
           add 1 to ws-not-census-ctr
           move 'DEL' to ct-tran-type
           perform 460-write-master-tran.

      * The census key is added before the master key is deleted, so
      * the department stays carried while the validator applies the
      * pair and a DEL is never refused as still required by another
      * department's rule.
       430-report-differs.
           move ws-cur-store to cd-store-out
           move ws-mst-terr (ws-pair-sub) to ws-tad-terr
           move ws-mst-area (ws-pair-sub) to ws-tad-area
           move ws-mst-dept (ws-pair-sub) to ws-tad-dept
           move ws-tad-out to cd-master-out
           move ws-cen-terr (ws-cen-sub) to ws-tad-terr
           move ws-cen-area (ws-cen-sub) to ws-tad-area
           move ws-cen-dept (ws-cen-sub) to ws-tad-dept
           move ws-tad-out to cd-census-out
           move 'TERR/AREA DIFFERS' to cd-finding-out
           write cens-report-rec from cens-detail-line
           add 1 to ws-differs-ctr
           move 'ADD' to ct-tran-type
           perform 450-write-census-tran
           move ws-pair-sub to ws-mst-sub
           move 'DEL' to ct-tran-type
           perform 460-write-master-tran.

       450-write-census-tran.
           move ws-cur-store to ct-store
           move ws-cen-terr (ws-cen-sub) to ct-terr
           move ws-cen-area (ws-cen-sub) to ct-area
           move ws-cen-dept (ws-cen-sub) to ct-dept
           move spaces to ct-xfr-store, ct-eff-date
           write cens-tran-rec
           add 1 to ws-tran-ctr.

       460-write-master-tran.
           move ws-cur-store to ct-store
           move ws-mst-terr (ws-mst-sub) to ct-terr
           move ws-mst-area (ws-mst-sub) to ct-area
           move ws-mst-dept (ws-mst-sub) to ct-dept
           move spaces to ct-xfr-store, ct-eff-date
           write cens-tran-rec
           add 1 to ws-tran-ctr.

       500-write-totals.
           write cens-report-rec from blank-line
           move 'CENSUS LINES READ:' to ct-label-out
           move ws-census-read to ct-cnt-out
           write cens-report-rec from cens-total-line
           move 'AGREE:' to ct-label-out
           move ws-agree-ctr to ct-cnt-out
           write cens-report-rec from cens-total-line
           move 'NOT ON MASTER:' to ct-label-out
           move ws-not-master-ctr to ct-cnt-out
           write cens-report-rec from cens-total-line
           move 'NOT IN CENSUS:' to ct-label-out
           move ws-not-census-ctr to ct-cnt-out
           write cens-report-rec from cens-total-line
           move 'TERR/AREA DIFFERS:' to ct-label-out
           move ws-differs-ctr to ct-cnt-out
           write cens-report-rec from cens-total-line
           move 'MASTER STORES NOT WALKED:' to ct-label-out
           move ws-unwalked-ctr to ct-cnt-out
           write cens-report-rec from cens-total-line
           move 'TRANSACTIONS WRITTEN:' to ct-label-out
           move ws-tran-ctr to ct-cnt-out
           write cens-report-rec from cens-total-line
           move 'STORES NOT RECONCILED:' to ct-label-out
           move ws-skipped-ctr to ct-cnt-out
           write cens-report-rec from cens-total-line
           if ws-table-full = 'Y'
               move 'STORE TABLE FULL - STORES SKIPPED, NOT RECONCILED'
                 to cm-text-out
               write cens-report-rec from cens-message-line
           end-if.
