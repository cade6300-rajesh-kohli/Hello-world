       id division.
       program-id. greetvfy.
      *
      * Integrity verification of the GREETLOG audit trail. Every
      * row hello-world writes carries the next number in one
      * unbroken sequence and a chain value GREETCHV computes from
      * the row and the chain value of the row before it, and the
      * chain position at the end of each night is kept on the
      * GREETCHC chain control file. This run walks the whole trail
      * in order - every GREETARC archive generation, oldest first,
      * then the active GREETLOG - recomputes each row's chain value
      * and reports, with the row's log date, sequence number, file
      * and record number within the file:
      *   a gap - sequence numbers missing from the trail;
      *   a duplicate - a sequence number that repeats the row
      *     before it;
      *   a row out of order - a sequence number lower than the row
      *     before it;
      *   an altered row - a chain value that no longer matches the
      *     row's contents;
      *   an unsequenced row inside the chain - a row with no
      *     sequence number after the chain has started;
      *   a night whose rows on file, end-of-night row or chain
      *     value disagree with its GREETCHC row.
      * GREETBKO moves backed-out rows to the GREETREV reversal file
      * with their sequence numbers and chain values intact and
      * counts them on the night's GREETCHC row, so the reversal
      * generations are loaded first and a hole they fill is carried
      * across - the reversed rows are verified in their place - and
      * is not reported as rows deleted. GREETARC moves rows to the
      * archive unchanged, so the chain runs straight on from the
      * archive into the active log. Rows logged before the chain
      * existed carry sequence number zero and are counted, not
      * verified. When the oldest generations have rolled off, the
      * first row on file is verified against the GREETCHC row of
      * the night before it where that is still on file. Audit runs
      * it quarterly and ahead of every month-end archive sweep.
      * Condition codes: 0 = trail intact, 4 = findings,
      * 8 = GREETLOG or GREETCHC not available.
      *
       environment division.
       input-output section.
       file-control.
           select greeting-log-file assign to "GREETLOG"
               organization is sequential
               file status is ws-greeting-log-status.
           select archive-file assign to "GREETARC"
               organization is sequential
               file status is ws-archive-status.
           select reversal-file assign to "GREETREV"
               organization is sequential
               file status is ws-reversal-status.
           select chain-control-file assign to "GREETCHC"
               organization is indexed
               access mode is dynamic
               record key is cc-control-key
               file status is ws-chain-control-status.
           select report-file assign to "GREETVFR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  greeting-log-file.
       01 log-file-rec              pic x(121).
      *
       fd  archive-file.
       01 arc-log-rec               pic x(121).
      *
       fd  reversal-file.
       01 rev-log-rec               pic x(121).
      *
       fd  chain-control-file.
           copy GREETCHC.
      *
       fd  report-file.
       01 rpt-line                  pic x(132).
      *
       working-storage section.
       01 ws-greeting-log-status    pic xx.
       01 ws-archive-status         pic xx.
       01 ws-archive-avail          pic x value "N".
           88 ws-archive-usable         value "Y".
       01 ws-reversal-status        pic xx.
       01 ws-reversal-avail         pic x value "N".
           88 ws-reversal-usable        value "Y".
       01 ws-chain-control-status   pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-open-error             pic x(40) value spaces.
      * Every row - archive, active or reversal - is staged through
      * the log record layout so one set of checks serves them all.
           copy GREETLOG.
       01 ws-hold-row               pic x(121).
      *
      * The GREETCHC night rows, in date order, and the LATEST row.
      *
       01 ws-ctl-max                pic 9(5) value 4000.
       01 ws-ctl-count              pic 9(5) value zero.
       01 ws-ctl-overflow           pic 9(5) value zero.
       01 ws-ctl-table.
           05 ws-ctl-entry occurs 4000 times.
               10 ws-ctl-date          pic x(8).
               10 ws-ctl-first-seq     pic 9(9).
               10 ws-ctl-last-seq      pic 9(9).
               10 ws-ctl-last-chain    pic 9(9).
               10 ws-ctl-row-count     pic 9(9).
               10 ws-ctl-backed-out    pic 9(9).
               10 ws-ctl-rows-seen     pic 9(9).
               10 ws-ctl-end-found     pic x.
       01 ws-ctl-idx                pic 9(5).
       01 ws-cur-ctl-idx            pic 9(5) value zero.
       01 ws-cur-ctl-date           pic x(8) value spaces.
       01 ws-latest-found           pic x value "N".
       01 ws-latest-sequence        pic 9(9) value zero.
       01 ws-latest-chain           pic 9(9) value zero.
      *
      * The chained rows on the GREETREV reversal generations, with
      * the record number each was read at.
      *
       01 ws-rev-max                pic 9(5) value 2000.
       01 ws-rev-count              pic 9(5) value zero.
       01 ws-rev-overflow           pic 9(7) value zero.
       01 ws-rev-table.
           05 ws-rev-entry occurs 2000 times.
               10 ws-rev-seq           pic 9(9).
               10 ws-rev-recno         pic 9(9).
               10 ws-rev-row           pic x(121).
       01 ws-rev-idx                pic 9(5).
       01 ws-rev-found              pic x.
       01 ws-rev-recno-in           pic 9(9) value zero.
      *
      * Walk state - where the chain stands after the last row.
      *
       01 ws-chain-flag             pic x value "N".
           88 ws-chain-started          value "Y".
       01 ws-row-in-order           pic x.
       01 ws-skip-verify            pic x.
       01 ws-chain-broken           pic x.
       01 ws-prior-chain            pic 9(9) value zero.
       01 ws-computed-chain         pic 9(9).
       01 ws-prev-seq               pic 9(9) value zero.
       01 ws-probe-seq              pic 9(9).
       01 ws-gap-start-seq          pic 9(9).
       01 ws-gap-end-seq            pic 9(9).
       01 ws-miss-from              pic 9(9).
       01 ws-miss-count             pic 9(9).
       01 ws-first-seq              pic 9(9) value zero.
       01 ws-first-date             pic x(8) value spaces.
       01 ws-anchor-note            pic x(60) value spaces.
       01 ws-source-dd              pic x(8).
       01 ws-source-recno           pic 9(9).
       01 ws-expected-rows          pic 9(9).
      *
      * The finding being printed.
      *
       01 ws-find-date              pic x(8).
       01 ws-find-seq               pic 9(9).
       01 ws-find-dd                pic x(8).
       01 ws-find-recno             pic 9(9).
       01 ws-find-text              pic x(80).
       01 ws-section-count          pic 9(7).
      *
       01 ws-arc-rows-read          pic 9(9) value zero.
       01 ws-log-rows-read          pic 9(9) value zero.
       01 ws-prechain-rows          pic 9(9) value zero.
       01 ws-rows-verified          pic 9(9) value zero.
       01 ws-rows-bridged           pic 9(9) value zero.
       01 ws-nights-checked         pic 9(7) value zero.
       01 ws-nights-before          pic 9(7) value zero.
       01 ws-gap-count              pic 9(7) value zero.
       01 ws-dup-count              pic 9(7) value zero.
       01 ws-order-count            pic 9(7) value zero.
       01 ws-altered-count          pic 9(7) value zero.
       01 ws-unseq-count            pic 9(7) value zero.
       01 ws-control-count          pic 9(7) value zero.
       01 ws-finding-count          pic 9(7) value zero.
      *
       procedure division.
      *
       0010-start.
           move function current-date(1:8) to ws-run-date.
           perform 0020-open-files.
           if ws-open-error not = spaces
               display "GREETVFY: " ws-open-error
                   " - VERIFICATION REFUSED"
               move 8 to return-code
               goback
           end-if.
           perform 0022-load-chain-control.
           perform 0025-load-reversals.
           perform 0030-open-report.
           perform 0035-walk-archive.
           perform 0038-walk-log.
           perform 0031-section-none.
           perform 0050-check-nights.
           perform 0070-print-totals.
           perform 0080-close-out.
           if ws-finding-count > zero
                   or ws-rev-overflow > zero
                   or ws-ctl-overflow > zero
               move 4 to return-code
           end-if.
           goback.
      *
       0020-open-files.
           open input greeting-log-file.
           if ws-greeting-log-status not = "00"
               move "GREETLOG NOT AVAILABLE" to ws-open-error
           end-if.
           open input chain-control-file.
           if ws-chain-control-status not = "00"
               move "GREETCHC NOT AVAILABLE" to ws-open-error
           end-if.
           open input archive-file.
           if ws-archive-status = "00"
               move "Y" to ws-archive-avail
           else
               display "GREETVFY: GREETARC NOT AVAILABLE - "
                   "VERIFYING THE ACTIVE LOG ONLY"
           end-if.
           open input reversal-file.
           if ws-reversal-status = "00"
               move "Y" to ws-reversal-avail
           end-if.
      *
      * The night rows come back in key order, which is date order;
      * the LATEST row sorts after every date.
      *
       0022-load-chain-control.
           move "N" to ws-eof-flag.
           perform until ws-eof
               read chain-control-file next record
                   at end
                       set ws-eof to true
                   not at end
                       perform 0023-load-one-night
               end-read
           end-perform.
           close chain-control-file.
           if ws-ctl-overflow > zero
               display "GREETVFY: GREETCHC HAS MORE THAN " ws-ctl-max
                   " NIGHT ROWS - REMAINDER NOT CHECKED THIS RUN"
           end-if.
      *
       0023-load-one-night.
           if cc-control-key = "LATEST"
               move "Y" to ws-latest-found
               move cc-last-sequence to ws-latest-sequence
               move cc-last-chain to ws-latest-chain
           else
               if ws-ctl-count < ws-ctl-max
                   add 1 to ws-ctl-count
                   move cc-control-key to ws-ctl-date(ws-ctl-count)
                   move cc-first-sequence
                       to ws-ctl-first-seq(ws-ctl-count)
                   move cc-last-sequence
                       to ws-ctl-last-seq(ws-ctl-count)
                   move cc-last-chain
                       to ws-ctl-last-chain(ws-ctl-count)
                   move cc-row-count
                       to ws-ctl-row-count(ws-ctl-count)
                   move cc-rows-backed-out
                       to ws-ctl-backed-out(ws-ctl-count)
                   move zero to ws-ctl-rows-seen(ws-ctl-count)
                   move "N" to ws-ctl-end-found(ws-ctl-count)
               else
                   add 1 to ws-ctl-overflow
               end-if
           end-if.
      *
      * Rows logged before the chain existed are of no use to the
      * walk and are not loaded.
      *
       0025-load-reversals.
           if ws-reversal-usable
               move "N" to ws-eof-flag
               perform until ws-eof
                   read reversal-file
                       at end
                           set ws-eof to true
                       not at end
                           add 1 to ws-rev-recno-in
                           move rev-log-rec to greeting-log-rec
                           if gl-sequence-no > zero
                               perform 0026-load-one-reversal
                           end-if
                   end-read
               end-perform
               close reversal-file
               if ws-rev-overflow > zero
                   display "GREETVFY: GREETREV HAS MORE THAN "
                       ws-rev-max " CHAINED ROWS - REMAINDER NOT "
                       "LOADED THIS RUN"
               end-if
           end-if.
      *
       0026-load-one-reversal.
           if ws-rev-count < ws-rev-max
               add 1 to ws-rev-count
               move gl-sequence-no to ws-rev-seq(ws-rev-count)
               move ws-rev-recno-in to ws-rev-recno(ws-rev-count)
               move greeting-log-rec to ws-rev-row(ws-rev-count)
           else
               add 1 to ws-rev-overflow
           end-if.
      *
       0030-open-report.
           open output report-file.
           move spaces to rpt-line.
           string "GREETLOG AUDIT TRAIL VERIFICATION  RUN DATE: "
               ws-run-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           if ws-archive-usable
               string "FILES WALKED: GREETARC (ALL GENERATIONS) THEN "
                   "GREETLOG"
                   delimited by size into rpt-line
           else
               string "FILES WALKED: GREETLOG ONLY - GREETARC NOT "
                   "AVAILABLE"
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "SEQUENCE AND CHAIN FINDINGS"
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "  LOG DATE   SEQUENCE   FILE      RECORD     "
               "FINDING"
               delimited by size into rpt-line.
           write rpt-line.
           move zero to ws-section-count.
      *
       0031-section-none.
           if ws-section-count = zero
               move spaces to rpt-line
               string "  NONE" delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0035-walk-archive.
           if ws-archive-usable
               move "N" to ws-eof-flag
               move "GREETARC" to ws-source-dd
               move zero to ws-source-recno
               perform until ws-eof
                   read archive-file
                       at end
                           set ws-eof to true
                       not at end
                           add 1 to ws-arc-rows-read
                           add 1 to ws-source-recno
                           move arc-log-rec to greeting-log-rec
                           perform 0040-check-row
                   end-read
               end-perform
               close archive-file
           end-if.
      *
       0038-walk-log.
           move "N" to ws-eof-flag.
           move "GREETLOG" to ws-source-dd.
           move zero to ws-source-recno.
           perform until ws-eof
               read greeting-log-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-log-rows-read
                       add 1 to ws-source-recno
                       move log-file-rec to greeting-log-rec
                       perform 0040-check-row
               end-read
           end-perform.
      *
       0040-check-row.
           if gl-sequence-no = zero
               if ws-chain-started
                   add 1 to ws-unseq-count
                   move "UNSEQUENCED ROW INSIDE THE CHAIN"
                       to ws-find-text
                   perform 0058-finding-from-row
               else
                   add 1 to ws-prechain-rows
               end-if
           else
               move "Y" to ws-row-in-order
               move "N" to ws-skip-verify
               if ws-chain-started
                   perform 0043-check-sequence
               else
                   perform 0042-anchor-chain
               end-if
               if ws-row-in-order = "Y"
                   perform 0045-verify-chain
                   perform 0047-match-control
               end-if
           end-if.
      *
      * The first chained row. Sequence 1 is seeded with zero; a
      * later row - the generations before it have rolled off - is
      * verified from the chain value GREETCHC or a reversal file
      * still holds for the row before it, or taken on trust.
      *
       0042-anchor-chain.
           set ws-chain-started to true.
           move gl-sequence-no to ws-first-seq.
           move gl-timestamp(1:8) to ws-first-date.
           if gl-sequence-no = 1
               move zero to ws-prior-chain
               move "CHAIN STARTS AT SEQUENCE 1" to ws-anchor-note
           else
               compute ws-probe-seq = gl-sequence-no - 1
               move "N" to ws-rev-found
               perform varying ws-ctl-idx from 1 by 1
                       until ws-ctl-idx > ws-ctl-count
                          or ws-rev-found = "Y"
                   if ws-ctl-last-seq(ws-ctl-idx) = ws-probe-seq
                       move "Y" to ws-rev-found
                       move ws-ctl-last-chain(ws-ctl-idx)
                           to ws-prior-chain
                   end-if
               end-perform
               if ws-rev-found = "N"
                   perform 0049-find-reversal
                   if ws-rev-found = "Y"
                       move ws-rev-row(ws-rev-idx)(113:9)
                           to ws-prior-chain
                   end-if
               end-if
               if ws-rev-found = "Y"
                   move "FIRST ROW VERIFIED FROM THE ROW BEFORE IT"
                       to ws-anchor-note
               else
                   move "Y" to ws-skip-verify
                   move "FIRST ROW TAKEN ON TRUST - ROW BEFORE IT GONE"
                       to ws-anchor-note
               end-if
           end-if.
      *
       0043-check-sequence.
           if gl-sequence-no = ws-prev-seq
               move "N" to ws-row-in-order
               add 1 to ws-dup-count
               move "DUPLICATE - SAME SEQUENCE AS THE ROW BEFORE IT"
                   to ws-find-text
               perform 0058-finding-from-row
           else
               if gl-sequence-no < ws-prev-seq
                   move "N" to ws-row-in-order
                   add 1 to ws-order-count
                   move spaces to ws-find-text
                   string "OUT OF ORDER - FOLLOWS SEQUENCE "
                       ws-prev-seq
                       delimited by size into ws-find-text
                   perform 0058-finding-from-row
               else
                   if gl-sequence-no > ws-prev-seq + 1
                       perform 0044-bridge-gap
                   end-if
               end-if
           end-if.
      *
      * Sequence numbers skipped between the row before and this
      * one. Each is looked for on the reversal file: a backed-out
      * row is verified in its place and carries the chain on; the
      * rest are reported as missing, one finding per run of
      * missing numbers. The row after a missing run cannot be
      * verified - its predecessor is gone - so the chain picks up
      * again from its own value.
      *
       0044-bridge-gap.
           move greeting-log-rec to ws-hold-row.
           compute ws-gap-start-seq = ws-prev-seq + 1.
           compute ws-gap-end-seq = gl-sequence-no - 1.
           move "N" to ws-chain-broken.
           move zero to ws-miss-count.
           perform varying ws-probe-seq from ws-gap-start-seq by 1
                   until ws-probe-seq > ws-gap-end-seq
               perform 0049-find-reversal
               if ws-rev-found = "Y"
                   perform 0046-verify-reversal
               else
                   if ws-miss-count = zero
                       move ws-probe-seq to ws-miss-from
                   end-if
                   add 1 to ws-miss-count
                   move "Y" to ws-chain-broken
               end-if
           end-perform.
           move ws-hold-row to greeting-log-rec.
           perform 0048-report-missing.
           if ws-chain-broken = "Y"
               move "Y" to ws-skip-verify
           end-if.
      *
       0045-verify-chain.
           if ws-skip-verify = "Y"
               move gl-chain-value to ws-prior-chain
           else
               call "greetchv" using ws-prior-chain greeting-log-rec
                   ws-computed-chain
               add 1 to ws-rows-verified
               if ws-computed-chain not = gl-chain-value
                   add 1 to ws-altered-count
                   move "ALTERED - CHAIN VALUE DOES NOT MATCH THE ROW"
                       to ws-find-text
                   perform 0058-finding-from-row
               end-if
               move gl-chain-value to ws-prior-chain
           end-if.
           move gl-sequence-no to ws-prev-seq.
      *
       0046-verify-reversal.
           perform 0048-report-missing.
           move ws-rev-row(ws-rev-idx) to greeting-log-rec.
           add 1 to ws-rows-bridged.
           if ws-chain-broken = "N"
               call "greetchv" using ws-prior-chain greeting-log-rec
                   ws-computed-chain
               add 1 to ws-rows-verified
               if ws-computed-chain not = gl-chain-value
                   add 1 to ws-altered-count
                   move "ALTERED - BACKED-OUT ROW NO LONGER MATCHES"
                       to ws-find-text
                   move gl-timestamp(1:8) to ws-find-date
                   move gl-sequence-no to ws-find-seq
                   move "GREETREV" to ws-find-dd
                   move ws-rev-recno(ws-rev-idx) to ws-find-recno
                   perform 0060-print-finding
               end-if
           end-if.
           move gl-chain-value to ws-prior-chain.
           move "N" to ws-chain-broken.
      *
      * Matched on the night of the row's log date - the key
      * hello-world keeps the night's chain control row under.
      *
       0047-match-control.
           if gl-timestamp(1:8) not = ws-cur-ctl-date
               move gl-timestamp(1:8) to ws-cur-ctl-date
               move zero to ws-cur-ctl-idx
               perform varying ws-ctl-idx from 1 by 1
                       until ws-ctl-idx > ws-ctl-count
                          or ws-cur-ctl-idx > zero
                   if ws-ctl-date(ws-ctl-idx) = ws-cur-ctl-date
                       move ws-ctl-idx to ws-cur-ctl-idx
                   end-if
               end-perform
               if ws-cur-ctl-idx = zero
                   add 1 to ws-control-count
                   move "NO GREETCHC CHAIN CONTROL ROW FOR THE NIGHT"
                       to ws-find-text
                   perform 0058-finding-from-row
               end-if
           end-if.
           if ws-cur-ctl-idx > zero
               add 1 to ws-ctl-rows-seen(ws-cur-ctl-idx)
               if gl-sequence-no < ws-ctl-first-seq(ws-cur-ctl-idx)
                  or gl-sequence-no > ws-ctl-last-seq(ws-cur-ctl-idx)
                   add 1 to ws-control-count
                   move spaces to ws-find-text
                   string "OUTSIDE THE NIGHT'S RECORDED RANGE "
                       ws-ctl-first-seq(ws-cur-ctl-idx) " - "
                       ws-ctl-last-seq(ws-cur-ctl-idx)
                       delimited by size into ws-find-text
                   perform 0058-finding-from-row
               end-if
               if gl-sequence-no = ws-ctl-last-seq(ws-cur-ctl-idx)
                   move "Y" to ws-ctl-end-found(ws-cur-ctl-idx)
                   if gl-chain-value
                           not = ws-ctl-last-chain(ws-cur-ctl-idx)
                       add 1 to ws-control-count
                       move "END-OF-NIGHT CHAIN DIFFERS FROM GREETCHC"
                           to ws-find-text
                       perform 0058-finding-from-row
                   end-if
               end-if
           end-if.
      *
      * A run of missing numbers is reported against the row that
      * follows it - the first row on file after the hole.
      *
       0048-report-missing.
           if ws-miss-count > zero
               add 1 to ws-gap-count
               move spaces to ws-find-text
               string "GAP - " ws-miss-count
                   " ROWS MISSING BEFORE THIS ROW, SEQUENCE "
                   ws-miss-from
                   delimited by size into ws-find-text
               if ws-rev-found = "Y"
                   move ws-rev-row(ws-rev-idx)(1:8) to ws-find-date
                   move ws-rev-seq(ws-rev-idx) to ws-find-seq
                   move "GREETREV" to ws-find-dd
                   move ws-rev-recno(ws-rev-idx) to ws-find-recno
                   perform 0060-print-finding
               else
                   move ws-hold-row(1:8) to ws-find-date
                   move ws-hold-row(104:9) to ws-find-seq
                   move ws-source-dd to ws-find-dd
                   move ws-source-recno to ws-find-recno
                   perform 0060-print-finding
               end-if
               move zero to ws-miss-count
           end-if.
      *
       0049-find-reversal.
           move "N" to ws-rev-found.
           perform varying ws-rev-idx from 1 by 1
                   until ws-rev-idx > ws-rev-count
                      or ws-rev-found = "Y"
               if ws-rev-seq(ws-rev-idx) = ws-probe-seq
                   move "Y" to ws-rev-found
               end-if
           end-perform.
           if ws-rev-found = "Y"
               subtract 1 from ws-rev-idx
           end-if.
      *
      * Once the walk is done every night on GREETCHC from the
      * first chained row on must account for its rows: those on
      * file plus those backed out equal the count written, and its
      * last row is on file or on the reversal file. Nights before
      * the first row walked are on generations that have rolled
      * off and are only counted.
      *
       0050-check-nights.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "NIGHT CHAIN CONTROL FINDINGS"
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "  LOG DATE   SEQUENCE   FILE      RECORD     "
               "FINDING"
               delimited by size into rpt-line.
           write rpt-line.
           move zero to ws-section-count.
           perform varying ws-ctl-idx from 1 by 1
                   until ws-ctl-idx > ws-ctl-count
               if not ws-chain-started
                       or ws-ctl-date(ws-ctl-idx) < ws-first-date
                   add 1 to ws-nights-before
               else
                   add 1 to ws-nights-checked
                   perform 0052-check-one-night
               end-if
           end-perform.
           if ws-latest-found = "Y"
               perform 0054-check-latest
           end-if.
           perform 0031-section-none.
      *
       0052-check-one-night.
           move ws-ctl-date(ws-ctl-idx) to ws-find-date.
           move ws-ctl-last-seq(ws-ctl-idx) to ws-find-seq.
           move "GREETCHC" to ws-find-dd.
           move zero to ws-find-recno.
           if ws-ctl-row-count(ws-ctl-idx)
                   < ws-ctl-backed-out(ws-ctl-idx)
               move zero to ws-expected-rows
           else
               compute ws-expected-rows = ws-ctl-row-count(ws-ctl-idx)
                   - ws-ctl-backed-out(ws-ctl-idx)
           end-if.
           if ws-ctl-rows-seen(ws-ctl-idx) not = ws-expected-rows
               add 1 to ws-control-count
               move spaces to ws-find-text
               string "ROWS ON FILE " ws-ctl-rows-seen(ws-ctl-idx)
                   " - GREETCHC WROTE " ws-ctl-row-count(ws-ctl-idx)
                   " LESS " ws-ctl-backed-out(ws-ctl-idx)
                   " BACKED OUT"
                   delimited by size into ws-find-text
               perform 0060-print-finding
           end-if.
           if ws-ctl-end-found(ws-ctl-idx) = "N"
               move ws-ctl-last-seq(ws-ctl-idx) to ws-probe-seq
               perform 0049-find-reversal
               if ws-rev-found = "N"
                   add 1 to ws-control-count
                   move "END-OF-NIGHT ROW NOT ON FILE OR ON GREETREV"
                       to ws-find-text
                   perform 0060-print-finding
               end-if
           end-if.
      *
      * The last row of the trail must be the LATEST position the
      * next run will number from - rows cut off the end of the log
      * leave no gap behind them and are only caught here.
      *
       0054-check-latest.
           move "LATEST" to ws-find-date.
           move ws-latest-sequence to ws-find-seq.
           move "GREETCHC" to ws-find-dd.
           move zero to ws-find-recno.
           if ws-latest-sequence > ws-prev-seq
               move ws-latest-sequence to ws-probe-seq
               perform 0049-find-reversal
               if ws-rev-found = "N"
                   add 1 to ws-control-count
                   move spaces to ws-find-text
                   string "TRAIL ENDS AT SEQUENCE " ws-prev-seq
                       " - ROWS CUT OFF THE END OF THE LOG"
                       delimited by size into ws-find-text
                   perform 0060-print-finding
               end-if
           end-if.
           if ws-latest-sequence < ws-prev-seq
               add 1 to ws-control-count
               move spaces to ws-find-text
               string "TRAIL RUNS ON TO SEQUENCE " ws-prev-seq
                   " - PAST THE LAST ROW WRITTEN"
                   delimited by size into ws-find-text
               perform 0060-print-finding
           end-if.
      *
       0058-finding-from-row.
           move gl-timestamp(1:8) to ws-find-date.
           move gl-sequence-no to ws-find-seq.
           move ws-source-dd to ws-find-dd.
           move ws-source-recno to ws-find-recno.
           perform 0060-print-finding.
      *
       0060-print-finding.
           add 1 to ws-section-count.
           add 1 to ws-finding-count.
           move spaces to rpt-line.
           string "  " ws-find-date "  " ws-find-seq "  " ws-find-dd
               "  " ws-find-recno "  " ws-find-text
               delimited by size into rpt-line.
           write rpt-line.
      *
       0070-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "GREETARC ROWS READ:        " ws-arc-rows-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "GREETLOG ROWS READ:        " ws-log-rows-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "PRE-CHAIN ROWS:            " ws-prechain-rows
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "GREETREV CHAINED ROWS:     " ws-rev-count
               "  CARRIED ACROSS BACKOUT GAPS: " ws-rows-bridged
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS VERIFIED:             " ws-rows-verified
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           if ws-chain-started
               string "CHAIN WALKED:              SEQUENCE "
                   ws-first-seq " (" ws-first-date ") THROUGH "
                   ws-prev-seq
                   delimited by size into rpt-line
           else
               string "CHAIN WALKED:              NO CHAINED ROWS "
                   "ON FILE"
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
           if ws-chain-started
               move spaces to rpt-line
               string "                           " ws-anchor-note
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           move spaces to rpt-line.
           string "NIGHTS CHECKED:            " ws-nights-checked
               "  ROLLED OFF BEFORE THE FIRST ROW: " ws-nights-before
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "GAPS:                      " ws-gap-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "DUPLICATES:                " ws-dup-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "OUT OF ORDER:              " ws-order-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ALTERED:                   " ws-altered-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "UNSEQUENCED:               " ws-unseq-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CHAIN CONTROL:             " ws-control-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TOTAL FINDINGS:            " ws-finding-count
               delimited by size into rpt-line.
           write rpt-line.
           if ws-rev-overflow > zero
               move spaces to rpt-line
               string "GREETREV TABLE FULL - " ws-rev-overflow
                   " BACKED-OUT ROWS NOT LOADED, THEIR GAPS MAY SHOW "
                   "AS MISSING"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-ctl-overflow > zero
               move spaces to rpt-line
               string "GREETCHC TABLE FULL - " ws-ctl-overflow
                   " NIGHT ROWS NOT CHECKED"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           move spaces to rpt-line.
           if ws-finding-count = zero
               string "AUDIT TRAIL INTACT" delimited by size
                   into rpt-line
           else
               string "AUDIT TRAIL HAS FINDINGS - INVESTIGATE BEFORE "
                   "ANY ARCHIVE PURGE"
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
      *
       0080-close-out.
           close greeting-log-file.
           close report-file.
