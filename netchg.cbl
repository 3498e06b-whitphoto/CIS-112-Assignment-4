       identification division.
       program-id. Net-Change-Publish.
      *****************************************************************
      * This program publishes the store-department master's net     *
      * changes to the merchandising system. It picks up every       *
      * sdjournal.txt entry written since the last file it           *
      * published - by the validator, the store master maintenance,  *
      * the realignment utility, the online maintenance screen or a  *
      * backout - and nets them run by run: an ADD and a DEL of the  *
      * same key in one run cancel out, any other mix reduces to the *
      * one ADD, CHG or DEL that takes the key from where it stood   *
      * before the run to where it stood after, and the DEL and ADD  *
      * journalled for one transfer or one realignment move go out   *
      * as a single MOV from the old key to the new one. Every file  *
      * carries a header with a consecutive sequence number and a    *
      * trailer with its record counts, so the receiving side can    *
      * tell when it has missed a file. The receiver acknowledges    *
      * each file it takes in netack.txt; the acknowledgement for    *
      * the previous file is checked first, and one that is missing  *
      * or out of sequence is flagged on the audit run log and in    *
      * the return code. The last sequence number and journal        *
      * position published are kept in netctl.txt. Each file is      *
      * written under its own sequence number (netchg.nnnnnn), so a  *
      * file the receiver never acknowledged is still there to be    *
      * sent again.                                                  *
      *****************************************************************
       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select optional stodept-journal assign to "sdjournal.txt"
                  Organization is line sequential.
           select optional net-ctl-file assign to "netctl.txt"
                  Organization is line sequential.
           select net-ctl-new-file assign to "netctl.new"
                  Organization is line sequential.
           select optional net-ack-file assign to "netack.txt"
                  Organization is line sequential.
           select net-chg-file assign to dynamic ws-net-file-name
                  Organization is line sequential.
           select optional audit-run-file assign to "auditrun.txt"
                  Organization is line sequential.
           select optional run-seq-file assign to "runseq.txt"
                  Organization is line sequential.

       data division.
       File Section.
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

      * The control record: the sequence number of the last file
      * published, how many journal entries had been published by
      * then, and when it was written.
       FD net-ctl-file.

       01 net-ctl-rec.
           05 nc-last-seq  pic 9(6).
           05 filler       pic x(1).
           05 nc-jrn-pos   pic 9(8).
           05 filler       pic x(1).
           05 nc-pub-date  pic 9(8).
           05 filler       pic x(1).
           05 nc-pub-time  pic 9(6).

       FD net-ctl-new-file.

       01 net-ctl-new-rec.
           05 ncn-last-seq pic 9(6).
           05 filler       pic x(1).
           05 ncn-jrn-pos  pic 9(8).
           05 filler       pic x(1).
           05 ncn-pub-date pic 9(8).
           05 filler       pic x(1).
           05 ncn-pub-time pic 9(6).

      * One line per file taken in by the receiving side: the
      * sequence number from the file's header and the date it was
      * loaded.
       FD net-ack-file.

       01 net-ack-rec.
           05 na-seq       pic x(6).
           05 filler       pic x(1).
           05 na-date      pic x(8).

      * The header and trailer share the detail record's first three
      * columns as a record type, so the receiver can tell them
      * apart without knowing their position in the file.
       FD net-chg-file.

       01 net-chg-rec.
           05 nd-action    pic x(3).
           05 filler       pic x(1).
           05 nd-run-date  pic 9(8).
           05 filler       pic x(1).
           05 nd-run-seq   pic x(2).
           05 filler       pic x(1).
           05 nd-key.
               10 nd-store pic x(5).
               10 nd-terr  pic x(2).
               10 nd-area  pic x(2).
               10 nd-dept  pic x(2).
           05 filler       pic x(1).
           05 nd-new-key.
               10 nd-new-store pic x(5).
               10 nd-new-terr  pic x(2).
               10 nd-new-area  pic x(2).
               10 nd-new-dept  pic x(2).
           05 filler       pic x(1).
           05 nd-maint-date pic x(8).
           05 filler       pic x(1).
           05 nd-source    pic x(8).

       01 net-chg-hdr.
           05 nh-type      pic x(3).
           05 filler       pic x(1).
           05 nh-seq       pic 9(6).
           05 filler       pic x(1).
           05 nh-date      pic 9(8).
           05 filler       pic x(1).
           05 nh-time      pic 9(6).
           05 filler       pic x(1).
           05 nh-prev-seq  pic 9(6).

       01 net-chg-trl.
           05 nt-type      pic x(3).
           05 filler       pic x(1).
           05 nt-seq       pic 9(6).
           05 filler       pic x(1).
           05 nt-total     pic 9(6).
           05 filler       pic x(1).
           05 nt-adds      pic 9(6).
           05 filler       pic x(1).
           05 nt-chgs      pic 9(6).
           05 filler       pic x(1).
           05 nt-dels      pic 9(6).
           05 filler       pic x(1).
           05 nt-moves     pic 9(6).

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

       FD run-seq-file.

       01 run-seq-rec.
           05 rs-date      pic 9(8).
           05 rs-seq       pic 9(2).

       working-storage section.
       01 jrn-eof          pic x(1) value 'n'.

       01 ctl-eof          pic x(1) value 'n'.

       01 ack-eof          pic x(1) value 'n'.

       01 ws-run-date      pic 9(8) value zero.

       01 ws-run-time      pic 9(6) value zero.

       01 ws-time-raw      pic 9(8) value zero.

       01 ws-run-seq       pic 9(2) value 1.

       01 ws-cycle-date    pic 9(8) value zero.

       01 ws-last-seq      pic 9(6) value zero.

       01 ws-new-seq       pic 9(6) value zero.

       01 ws-net-file-name pic x(44) value spaces.

       01 ws-jrn-pos       pic 9(8) value zero.

       01 ws-jrn-read      pic 9(8) value zero.

       01 ws-jrn-new-pos   pic 9(8) value zero.

       01 ws-ack-status    pic x(1) value space.

       01 ws-ack-found     pic x(1) value 'n'.

       01 ws-ack-after     pic x(1) value 'n'.

       01 ws-ack-last      pic x(6) value spaces.

       01 ws-ack-seq-x     pic x(6) value spaces.

       01 ws-entry-ctr     pic 9(6) value zero.

       01 ws-cancel-ctr    pic 9(6) value zero.

       01 ws-add-ctr       pic 9(6) value zero.

       01 ws-chg-ctr       pic 9(6) value zero.

       01 ws-del-ctr       pic 9(6) value zero.

       01 ws-move-ctr      pic 9(6) value zero.

       01 ws-out-ctr       pic 9(6) value zero.

       01 ws-jrn-key       pic x(11) value spaces.

       01 ws-jrn-seq       pic x(2) value spaces.

      * One entry per key touched per run, in the order the run first
      * touched it: the key's image before its first journal entry
      * of the run and after its last, and the entry that left it so.
       01 ws-net-table.
           05 ws-net-cnt   pic 9(4) value zero.
           05 ws-net-entry occurs 5000 times
                            indexed by net-idx.
               10 ws-net-date    pic 9(8).
               10 ws-net-seq     pic x(2).
               10 ws-net-key     pic x(11).
               10 ws-net-before  pic x(25).
               10 ws-net-after   pic x(25).
               10 ws-net-source  pic x(8).
               10 ws-net-rec     pic 9(6).
               10 ws-net-action  pic x(3).
               10 ws-net-partner pic 9(4).

       01 ws-net-table-full pic x(1) value 'N'.

       01 ws-net-sub       pic 9(4) value zero.

       01 ws-pair-sub      pic 9(4) value zero.

       01 ws-net-found     pic x(1) value 'n'.

       01 ws-audit-msg     pic x(44) value spaces.

       01 ws-new-ctl-name  pic x(10) value 'netctl.new'.

       01 ws-live-ctl-name pic x(10) value 'netctl.txt'.

       procedure division.

       100-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw (1:6) to ws-run-time.

           perform 140-read-run-seq
           perform 150-read-control
           perform 170-check-ack

           perform 200-load-journal
           if ws-jrn-read < ws-jrn-pos
               display 'JOURNAL HAS ' ws-jrn-read ' ENTRIES, '
                       ws-jrn-pos ' ALREADY PUBLISHED - '
                       'JOURNAL REPLACED?'
               display 'NOTHING PUBLISHED'
               move 8 to return-code
               stop run
           end-if

           perform 300-pair-moves
           add 1 to ws-last-seq giving ws-new-seq
           string 'netchg.' delimited by size
                  ws-new-seq delimited by size
                  into ws-net-file-name
           end-string
           perform 400-write-net-file
           perform 500-write-control
           perform 600-write-audit-log

           display 'NET CHANGE  FILE: ' ws-net-file-name (1:13)
                   ' ENTRIES: ' ws-entry-ctr
                   ' RECORDS: ' ws-out-ctr
                   ' CANCELLED: ' ws-cancel-ctr
           stop run.

      * The publication is logged under the cycle it runs in, dated
      * and numbered by the run-cycle step even once the chain has
      * run past midnight; with no cycle file at all this is today's
      * first cycle. The file and control record keep the real time
      * of publication.
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

      * No control file means nothing has ever been published: the
      * first file is number 000001 and takes the whole journal.
       150-read-control.
           open input net-ctl-file
           read net-ctl-file
               at end move 'y' to ctl-eof
               not at end
                   if nc-last-seq is numeric
                       move nc-last-seq to ws-last-seq
                   end-if
                   if nc-jrn-pos is numeric
                       move nc-jrn-pos to ws-jrn-pos
                   end-if
           end-read
           close net-ctl-file.

      * The receiver appends an acknowledgement as it takes each file
      * in, so the last one on file should name the last file sent.
      * No acknowledgement of that file at all means it was never
      * taken in; one followed by acknowledgements of other numbers
      * means the receiver took files in out of order.
       170-check-ack.
           if ws-last-seq > 0
               move ws-last-seq to ws-ack-seq-x
               open input net-ack-file
               perform until ack-eof = 'y'
                   read net-ack-file
                       at end move 'y' to ack-eof
                       not at end
                           move na-seq to ws-ack-last
                           if na-seq = ws-ack-seq-x
                               move 'y' to ws-ack-found
                               move 'n' to ws-ack-after
                           else
                               if ws-ack-found = 'y'
                                   move 'y' to ws-ack-after
                               end-if
                           end-if
                   end-read
               end-perform
               close net-ack-file
               if ws-ack-found = 'n'
                   move 'M' to ws-ack-status
                   display 'NO ACKNOWLEDGEMENT FOR NET CHANGE FILE '
                           ws-ack-seq-x
                   move 4 to return-code
               else
                   if ws-ack-after = 'y'
                       move 'S' to ws-ack-status
                       display 'NET CHANGE ACKNOWLEDGEMENT OUT OF '
                               'SEQUENCE - LAST ACK ' ws-ack-last
                               ' EXPECTED ' ws-ack-seq-x
                       move 4 to return-code
                   end-if
               end-if
           end-if.

      * Entries up to the saved position went out in earlier files
      * and are counted past. A journal that reaches past the net
      * table's capacity is published up to the entry that filled
      * it; the position stops there and the rest goes out next time.
       200-load-journal.
           move ws-jrn-pos to ws-jrn-new-pos
           open input stodept-journal
           perform until jrn-eof = 'y'
               read stodept-journal
                   at end move 'y' to jrn-eof
                   not at end
                       add 1 to ws-jrn-read
                       if ws-jrn-read > ws-jrn-pos
                          and ws-net-table-full = 'N'
                           perform 210-net-entry
                           if ws-net-table-full = 'N'
                               move ws-jrn-read to ws-jrn-new-pos
                           end-if
                       end-if
               end-read
           end-perform
           close stodept-journal
           if ws-net-table-full = 'Y'
               display 'WARNING: NET TABLE FULL - REMAINING JOURNAL '
                       'ENTRIES HELD FOR THE NEXT FILE'
               move 4 to return-code
           end-if.

      * An entry written before cycles were numbered belongs to its
      * day's first cycle. The first entry for a key in a run fixes
      * the key's before image; every later one moves its after
      * image on, and the net action falls out of the two.
       210-net-entry.
           if jr-action = 'ADD'
               move jr-after (1:11) to ws-jrn-key
           else
               move jr-before (1:11) to ws-jrn-key
           end-if
           if jr-run-seq = spaces
               move '01' to ws-jrn-seq
           else
               move jr-run-seq to ws-jrn-seq
           end-if

           move 'n' to ws-net-found
           perform varying ws-net-sub from ws-net-cnt by -1
                   until ws-net-sub < 1 or ws-net-found = 'y'
               if ws-net-key (ws-net-sub) = ws-jrn-key
                  and ws-net-date (ws-net-sub) = jr-run-date
                  and ws-net-seq (ws-net-sub) = ws-jrn-seq
                   move 'y' to ws-net-found
                   move ws-net-sub to ws-pair-sub
               end-if
           end-perform

           if ws-net-found = 'n'
               if ws-net-cnt < 5000
                   add 1 to ws-net-cnt
                   move ws-net-cnt to ws-pair-sub
                   move jr-run-date to ws-net-date (ws-pair-sub)
                   move ws-jrn-seq to ws-net-seq (ws-pair-sub)
                   move ws-jrn-key to ws-net-key (ws-pair-sub)
                   move jr-before to ws-net-before (ws-pair-sub)
                   move zero to ws-net-partner (ws-pair-sub)
               else
                   move 'Y' to ws-net-table-full
               end-if
           end-if

           if ws-net-table-full = 'N'
               add 1 to ws-entry-ctr
               move jr-after to ws-net-after (ws-pair-sub)
               move jr-source to ws-net-source (ws-pair-sub)
               move jr-rec-num to ws-net-rec (ws-pair-sub)
               evaluate true
                   when ws-net-before (ws-pair-sub) = spaces
                    and ws-net-after (ws-pair-sub) = spaces
                       move spaces to ws-net-action (ws-pair-sub)
                   when ws-net-before (ws-pair-sub) = spaces
                       move 'ADD' to ws-net-action (ws-pair-sub)
                   when ws-net-after (ws-pair-sub) = spaces
                       move 'DEL' to ws-net-action (ws-pair-sub)
                   when other
                       move 'CHG' to ws-net-action (ws-pair-sub)
               end-evaluate
           end-if.

      * A transfer, and a realignment move, journal the DEL of the
      * old key and the ADD of the new one under the same source and
      * record number. Where both survive the netting in the same
      * run they are joined into one move; a DEL whose ADD was
      * netted away by a later update goes out on its own.
       300-pair-moves.
           perform varying ws-net-sub from 1 by 1
                   until ws-net-sub > ws-net-cnt
               if ws-net-action (ws-net-sub) = 'DEL'
                  and ws-net-partner (ws-net-sub) = zero
                   perform 310-find-move-add
               end-if
           end-perform.

       310-find-move-add.
           move 'n' to ws-net-found
           perform varying ws-pair-sub from 1 by 1
                   until ws-pair-sub > ws-net-cnt
                      or ws-net-found = 'y'
               if ws-net-action (ws-pair-sub) = 'ADD'
                  and ws-net-partner (ws-pair-sub) = zero
                  and ws-net-date (ws-pair-sub)
                      = ws-net-date (ws-net-sub)
                  and ws-net-seq (ws-pair-sub)
                      = ws-net-seq (ws-net-sub)
                  and ws-net-source (ws-pair-sub)
                      = ws-net-source (ws-net-sub)
                  and ws-net-rec (ws-pair-sub)
                      = ws-net-rec (ws-net-sub)
                   move 'y' to ws-net-found
                   move ws-pair-sub to ws-net-partner (ws-net-sub)
                   move ws-net-sub to ws-net-partner (ws-pair-sub)
               end-if
           end-perform.

      * The file is written whole every time, even when nothing
      * changed, so every sequence number reaches the receiver and a
      * gap always means a lost file.
       400-write-net-file.
           open output net-chg-file
           move spaces to net-chg-hdr
           move 'HDR' to nh-type
           move ws-new-seq to nh-seq
           move ws-run-date to nh-date
           move ws-run-time to nh-time
           move ws-last-seq to nh-prev-seq
           write net-chg-hdr

           perform varying ws-net-sub from 1 by 1
                   until ws-net-sub > ws-net-cnt
               perform 410-write-net-record
           end-perform

           move spaces to net-chg-trl
           move 'TRL' to nt-type
           move ws-new-seq to nt-seq
           move ws-out-ctr to nt-total
           move ws-add-ctr to nt-adds
           move ws-chg-ctr to nt-chgs
           move ws-del-ctr to nt-dels
           move ws-move-ctr to nt-moves
           write net-chg-trl
           close net-chg-file.

      * A joined move is written once, from its DEL half, carrying the
      * old key and the new key with the new record's maintenance
      * date; its ADD half is passed over.
       410-write-net-record.
           if ws-net-action (ws-net-sub) = spaces
               add 1 to ws-cancel-ctr
           else
               if ws-net-action (ws-net-sub) = 'ADD'
                  and ws-net-partner (ws-net-sub) not = zero
                   continue
               else
                   move spaces to net-chg-rec
                   move ws-net-date (ws-net-sub) to nd-run-date
                   move ws-net-seq (ws-net-sub) to nd-run-seq
                   move ws-net-key (ws-net-sub) to nd-key
                   move ws-net-source (ws-net-sub) to nd-source
                   evaluate ws-net-action (ws-net-sub)
                       when 'DEL'
                           if ws-net-partner (ws-net-sub) = zero
                               move 'DEL' to nd-action
                               add 1 to ws-del-ctr
                           else
                               move ws-net-partner (ws-net-sub)
                                 to ws-pair-sub
                               move 'MOV' to nd-action
                               move ws-net-key (ws-pair-sub)
                                 to nd-new-key
                               move ws-net-after (ws-pair-sub) (12:8)
                                 to nd-maint-date
                               add 1 to ws-move-ctr
                           end-if
                       when 'ADD'
                           move 'ADD' to nd-action
                           move ws-net-after (ws-net-sub) (12:8)
                             to nd-maint-date
                           add 1 to ws-add-ctr
                       when other
                           move 'CHG' to nd-action
                           move ws-net-after (ws-net-sub) (12:8)
                             to nd-maint-date
                           add 1 to ws-chg-ctr
                   end-evaluate
                   write net-chg-rec
                   add 1 to ws-out-ctr
               end-if
           end-if.

      * The control record is moved forward only after the file is
      * safely written, and it is staged and renamed over the live
      * one, so an abend in between republishes the same entries
      * under the same number rather than losing them.
       500-write-control.
           open output net-ctl-new-file
           move spaces to net-ctl-new-rec
           move ws-new-seq to ncn-last-seq
           move ws-jrn-new-pos to ncn-jrn-pos
           move ws-run-date to ncn-pub-date
           move ws-run-time to ncn-pub-time
           write net-ctl-new-rec
           close net-ctl-new-file
           call 'CBL_RENAME_FILE'
               using ws-new-ctl-name, ws-live-ctl-name
           if return-code not = 0
               display 'NET CONTROL SWAP FAILED, RC ' return-code
               display 'UPDATED CONTROL LEFT IN ' ws-new-ctl-name
               move 12 to return-code
           else
               if ws-ack-status not = space
                  or ws-net-table-full = 'Y'
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.

      * The publication gets its own line in the run log, in the
      * layout the validator writes: entries taken from the journal
      * as the trailer count, records published as the good count,
      * keys whose changes cancelled out as the bad count, and any
      * acknowledgement problem spelled out in the list column where
      * the morning check will see it.
       600-write-audit-log.
           move spaces to ws-audit-msg
           evaluate ws-ack-status
               when 'M'
                   string 'NET CHANGE ' delimited by size
                          ws-new-seq delimited by size
                          ' - NO ACK OF ' delimited by size
                          ws-ack-seq-x delimited by size
                          into ws-audit-msg
                   end-string
               when 'S'
                   string 'NET CHANGE ' delimited by size
                          ws-new-seq delimited by size
                          ' - ACK OUT OF SEQ ' delimited by size
                          ws-ack-last delimited by size
                          into ws-audit-msg
                   end-string
               when other
                   string 'NET CHANGE ' delimited by size
                          ws-new-seq delimited by size
                          ' PUBLISHED' delimited by size
                          into ws-audit-msg
                   end-string
           end-evaluate
           open extend audit-run-file
           move spaces to audit-run-rec
           move ws-cycle-date to aur-date
           move ws-run-time to aur-time
           move 'NETCHG' to aur-job
           move ws-audit-msg to aur-list
           move ws-entry-ctr to aur-trailer
           move ws-out-ctr to aur-good
           move ws-cancel-ctr to aur-bad
           move 'P' to aur-restart
           move return-code to aur-rc
           move space to aur-trial
           move zero to aur-held
           move ws-run-seq to aur-seq
           write audit-run-rec
           close audit-run-file.
