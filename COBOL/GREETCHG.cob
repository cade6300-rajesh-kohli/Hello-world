      * table overflow, which would leave greetings on no
      * department's statement - ends with a non-zero condition
      * code so the statements are held, not billed from.
      * Every line is priced from the GREETRAT rate card effective
      * on its activity date, so the statement carries amounts
      * beside the counts, daily amounts and a department month
      * total in currency; a greeting no rate covers, or a rate card
      * too large to load whole, holds the run the same way. The
      * same run writes the month's general-ledger journal to
      * GREETGLJ - a debit per department to its
      * DEPTREF cost center (CONSOLE, and any department without a
      * cost center, to the suspense account), one credit of the
      * whole recovery to the greeting desk's recovery account, and
      * a trailer with the debit and credit totals. A held run
      * still writes the journal, flagged held on its trailer, so
      * the GL load refuses it until a clean rerun replaces it.
      *
       environment division.
       input-output section.
               access mode is dynamic
               record key is dp-requester-id
               file status is ws-deptref-status.
           select rate-file assign to "GREETRAT"
               organization is indexed
               access mode is dynamic
               record key is rt-rate-key
               file status is ws-rate-status.
           select gl-journal-file assign to "GREETGLJ"
               organization is sequential
               file status is ws-gl-journal-status.
           select report-file assign to "GREETCHS"
               organization is sequential
               file status is ws-report-status.
           copy GREETLOG.
      *
       fd  archive-file.
       01 arc-log-rec               pic x(121).
      *
       fd  summary-ctl-file.
           copy GREETSCT.
      *
       fd  dept-ref-file.
           copy DEPTREF.
      *
       fd  rate-file.
           copy GREETRAT.
      *
       fd  gl-journal-file.
           copy GREETGLJ.
      *
       fd  report-file.
       01 rpt-line                  pic x(132).
      *
       working-storage section.
       01 ws-greeting-log-status    pic xx.
       01 ws-archive-status         pic xx.
       01 ws-summary-ctl-status     pic xx.
       01 ws-deptref-status         pic xx.
       01 ws-rate-status            pic xx.
       01 ws-gl-journal-status      pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-stmt-month             pic x(6).
       01 ws-chg-parm.
           05 ws-parm-stmt-month       pic x(6).
           05 ws-parm-recovery-acct    pic x(12).
           05 ws-parm-suspense-acct    pic x(12).
           05 filler                   pic x(50).
      * GL accounts for the journal - the desk's own recovery
      * account takes the credit, suspense takes what cannot be
      * charged to a department cost center. The card overrides
      * either when finance moves them.
       01 ws-recovery-account       pic x(12) value "GD-RECOVERY".
       01 ws-suspense-account       pic x(12) value "GD-SUSPENSE".
       01 ws-work-year              pic 9(4).
       01 ws-work-month             pic 9(2).
       01 ws-work-yyyymm.
       01 ws-rows-billed            pic 9(9) value zero.
       01 ws-bill-requester         pic x(8).
       01 ws-dept-name              pic x(30).
       01 ws-dept-cost-center       pic x(12).
      * One entry per requester/date/message id/language seen in
      * the statement month - the log is written in date order, so
      * a department's dates come off the table in calendar order.
       01 ws-prior-count            pic 9(3).
       01 ws-daily-subtotal         pic 9(9).
       01 ws-dept-total             pic 9(9).
      * The rate card, loaded whole - the desk prices a few dozen
      * rows at most, and every statement line needs a lookup.
       01 ws-rate-avail             pic x value "N".
           88 ws-rate-usable            value "Y".
       01 ws-max-rate-entries       pic 9(4) value 500.
       01 ws-rate-count             pic 9(4) value zero.
       01 ws-rate-overflow          pic 9(7) value zero.
       01 ws-rate-table.
           05 ws-rate-entry occurs 500 times.
               10 ws-rte-message-id     pic x(6).
               10 ws-rte-language       pic x(3).
               10 ws-rte-eff-date       pic x(8).
               10 ws-rte-unit-rate      pic 9(3)v9(4).
       01 ws-rate-idx               pic 9(4).
      * Specificity of a rate row against the line being priced -
      * 4 message and language, 3 message only, 2 language only,
      * 1 house rate, 0 does not apply.
       01 ws-rate-level             pic 9.
       01 ws-best-level             pic 9.
       01 ws-best-eff-date          pic x(8).
       01 ws-line-rate              pic 9(3)v9(4).
       01 ws-line-priced            pic x.
       01 ws-line-amount            pic 9(9)v99.
       01 ws-daily-amount           pic 9(9)v99.
       01 ws-dept-amount            pic 9(11)v99.
       01 ws-month-amount           pic 9(11)v99 value zero.
       01 ws-unpriced-count         pic 9(7) value zero.
       01 ws-rate-dsp               pic zz9.9999.
       01 ws-amount-dsp             pic z(8)9.99.
       01 ws-total-dsp              pic z(10)9.99.
      * GL journal control totals, carried onto the trailer.
       01 ws-gl-detail-count        pic 9(7) value zero.
       01 ws-gl-debit-total         pic 9(11)v99 value zero.
       01 ws-gl-credit-total        pic 9(11)v99 value zero.
       01 ws-gl-greeting-count      pic 9(9) value zero.
      * Day totals across every department, one slot per day of the
      * statement month, for the crossfoot against GREETSCT.
       01 ws-day-total-table.
       0010-start.
           perform 0015-read-parm-card.
           perform 0020-open-files.
           perform 0025-load-rate-table.
           perform 0030-process-archive.
           perform 0040-process-log.
           perform 0050-print-statements.
           perform 0060-crossfoot-summary.
           perform 0070-finish-gl-journal.
           perform 0080-close-out.
           if ws-cross-mismatch > zero
                   or ws-chg-overflow > zero
                   or ws-unpriced-count > zero
                   or ws-rate-overflow > zero
               move 8 to return-code
           end-if.
           goback.
               end-if
               move ws-parm-stmt-month to ws-stmt-month
           end-if.
           if ws-parm-recovery-acct not = spaces
               move ws-parm-recovery-acct to ws-recovery-account
           end-if.
           if ws-parm-suspense-acct not = spaces
               move ws-parm-suspense-acct to ws-suspense-account
           end-if.
      *
      * The archive and the requester reference are both advisory -
      * a month entirely inside the active log needs no archive,
               move "Y" to ws-deptref-avail
           end-if.
           open output report-file.
           open output gl-journal-file.
           move spaces to gl-journal-header-rec.
           move "H" to gjh-record-type.
           move ws-run-date to gjh-journal-date.
           move ws-stmt-month to gjh-period.
           move "GREETCHG" to gjh-source.
           string "GREETING DESK RECOVERY " ws-stmt-month
               delimited by size into gjh-description.
           write gl-journal-header-rec.
      *
      * Without the rate card nothing can be priced - the statements
      * still print their counts, every line shows as unpriced, and
      * the run is held.
      *
       0025-load-rate-table.
           open input rate-file.
           if ws-rate-status = "00"
               move "Y" to ws-rate-avail
           else
               display "GREETCHG: GREETRAT NOT AVAILABLE - "
                   "STATEMENTS CANNOT BE PRICED THIS RUN"
           end-if.
           perform until not ws-rate-usable
               read rate-file next record
                   at end
                       close rate-file
                       move "N" to ws-rate-avail
                   not at end
                       if ws-rate-count < ws-max-rate-entries
                           perform 0026-store-rate
                       else
                           add 1 to ws-rate-overflow
                       end-if
               end-read
           end-perform.
           if ws-rate-overflow > zero
               display "GREETCHG: GREETRAT has more than "
                   ws-max-rate-entries " rates - " ws-rate-overflow
                   " not loaded - run held"
           end-if.
      *
      * A rate left off the table would price its lines from a less
      * specific or older row without anyone seeing it, so every row
      * past the table is counted and the run is held.
      *
       0026-store-rate.
           add 1 to ws-rate-count.
           move rt-message-id to ws-rte-message-id(ws-rate-count).
           move rt-language-code to ws-rte-language(ws-rate-count).
           move rt-effective-date to ws-rte-eff-date(ws-rate-count).
           move rt-unit-rate to ws-rte-unit-rate(ws-rate-count).
      *
      * Archived rows are staged through the log record area so one
      * accumulate paragraph serves both files - the active log is
       0054-print-one-statement.
           perform 0056-lookup-dept-name.
           move zero to ws-dept-total.
           move zero to ws-dept-amount.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
                   end-if
               end-if
           end-perform.
           move ws-dept-amount to ws-total-dsp.
           move spaces to rpt-line.
           string "  MONTH TOTAL FOR " ws-group-requester
               ":  " ws-dept-total
               "  AMOUNT: " ws-total-dsp
               delimited by size into rpt-line.
           write rpt-line.
           add ws-dept-amount to ws-month-amount.
           perform 0055-write-gl-debit.
      *
      * One debit per department. CONSOLE runs and departments with
      * no cost center go to suspense for accounting to clear, and
      * the statement says so.
      *
       0055-write-gl-debit.
           move spaces to gl-journal-detail-rec.
           move "D" to gjd-record-type.
           if ws-dept-cost-center = spaces
               move ws-suspense-account to gjd-account
               move spaces to rpt-line
               string "  NO COST CENTER ON FILE - CHARGES POSTED TO "
                   "SUSPENSE ACCOUNT " ws-suspense-account
                   delimited by size into rpt-line
               write rpt-line
           else
               move ws-dept-cost-center to gjd-account
           end-if.
           set gjd-debit to true.
           move ws-dept-amount to gjd-amount.
           move ws-group-requester to gjd-requester-id.
           move ws-dept-total to gjd-greeting-count.
           move ws-dept-name to gjd-description.
           write gl-journal-detail-rec.
           add 1 to ws-gl-detail-count.
           add ws-dept-amount to ws-gl-debit-total.
           add ws-dept-total to ws-gl-greeting-count.
      *
       0056-lookup-dept-name.
           move spaces to ws-dept-name.
           move spaces to ws-dept-cost-center.
           if ws-group-requester = "CONSOLE"
               move "SINGLE-CARD CONSOLE RUNS" to ws-dept-name
           else
                               to ws-dept-name
                       not invalid key
                           move dp-department-name to ws-dept-name
                           move dp-cost-center
                               to ws-dept-cost-center
                   end-read
               end-if
           end-if.
      *
       0058-print-one-date.
           move zero to ws-daily-subtotal.
           move zero to ws-daily-amount.
           perform varying ws-chg-idx3 from 1 by 1
                   until ws-chg-idx3 > ws-chg-count
               if ws-chg-requester(ws-chg-idx3) = ws-group-requester
                  and ws-chg-date(ws-chg-idx3) = ws-group-date
                   perform 0059-price-line
                   move spaces to rpt-line
                   if ws-line-priced = "Y"
                       move ws-line-rate to ws-rate-dsp
                       move ws-line-amount to ws-amount-dsp
                       string "  " ws-group-date
                           "  MSG-ID: " ws-chg-message-id(ws-chg-idx3)
                           "  LANG: " ws-chg-language(ws-chg-idx3)
                           "  COUNT: " ws-chg-cnt(ws-chg-idx3)
                           "  RATE: " ws-rate-dsp
                           "  AMOUNT: " ws-amount-dsp
                           delimited by size into rpt-line
                   else
                       string "  " ws-group-date
                           "  MSG-ID: " ws-chg-message-id(ws-chg-idx3)
                           "  LANG: " ws-chg-language(ws-chg-idx3)
                           "  COUNT: " ws-chg-cnt(ws-chg-idx3)
                           "  ** NO RATE ON THE RATE CARD"
                           delimited by size into rpt-line
                   end-if
                   write rpt-line
                   add ws-chg-cnt(ws-chg-idx3) to ws-daily-subtotal
                   add ws-line-amount to ws-daily-amount
               end-if
           end-perform.
           move ws-daily-amount to ws-amount-dsp.
           move spaces to rpt-line.
           string "  " ws-group-date "  DAILY SUBTOTAL:  "
               ws-daily-subtotal
               "  AMOUNT: " ws-amount-dsp
               delimited by size into rpt-line.
           write rpt-line.
           add ws-daily-subtotal to ws-dept-total.
           add ws-daily-amount to ws-dept-amount.
      *
      * The most specific rate row in effect on the activity date
      * prices the line; among rows equally specific the latest
      * effective date wins. Each line is rounded to the cent on
      * its own, so the statement, the daily amounts and the GL
      * journal all add from the same figures.
      *
       0059-price-line.
           move zero to ws-best-level.
           move spaces to ws-best-eff-date.
           move zero to ws-line-rate.
           move zero to ws-line-amount.
           perform varying ws-rate-idx from 1 by 1
                   until ws-rate-idx > ws-rate-count
               move zero to ws-rate-level
               if ws-rte-eff-date(ws-rate-idx) <= ws-group-date
                   evaluate true
                       when ws-rte-message-id(ws-rate-idx)
                               = ws-chg-message-id(ws-chg-idx3)
                           and ws-rte-language(ws-rate-idx)
                               = ws-chg-language(ws-chg-idx3)
                           move 4 to ws-rate-level
                       when ws-rte-message-id(ws-rate-idx)
                               = ws-chg-message-id(ws-chg-idx3)
                           and ws-rte-language(ws-rate-idx) = spaces
                           move 3 to ws-rate-level
                       when ws-rte-message-id(ws-rate-idx) = spaces
                           and ws-rte-language(ws-rate-idx)
                               = ws-chg-language(ws-chg-idx3)
                           move 2 to ws-rate-level
                       when ws-rte-message-id(ws-rate-idx) = spaces
                           and ws-rte-language(ws-rate-idx) = spaces
                           move 1 to ws-rate-level
                   end-evaluate
               end-if
               if ws-rate-level > ws-best-level
                  or (ws-rate-level = ws-best-level
                      and ws-rate-level > zero
                      and ws-rte-eff-date(ws-rate-idx)
                          > ws-best-eff-date)
                   move ws-rate-level to ws-best-level
                   move ws-rte-eff-date(ws-rate-idx)
                       to ws-best-eff-date
                   move ws-rte-unit-rate(ws-rate-idx) to ws-line-rate
               end-if
           end-perform.
           if ws-best-level = zero
               move "N" to ws-line-priced
               add ws-chg-cnt(ws-chg-idx3) to ws-unpriced-count
           else
               move "Y" to ws-line-priced
               compute ws-line-amount rounded =
                   ws-chg-cnt(ws-chg-idx3) * ws-line-rate
           end-if.
      *
      * Crossfoot - every day of the statement month is compared
      * against the daily total GREETRPT saved on GREETSCT, so the
               "  GREETSCT MONTH TOTAL: " ws-sct-month-total
               delimited by size into rpt-line.
           write rpt-line.
           move ws-month-amount to ws-total-dsp.
           move spaces to rpt-line.
           string "  STATEMENT MONTH AMOUNT: " ws-total-dsp
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           evaluate true
               when ws-cross-mismatch > zero
                       " GREETINGS ON NO STATEMENT - STATEMENTS "
                       "HELD FOR INVESTIGATION"
                       delimited by size into rpt-line
      * An unpriced greeting is billed at nothing - the statements
      * add up but under-recover, so they are held the same way.
               when ws-rate-overflow > zero
                   string "  RATE TABLE FULL - " ws-rate-overflow
                       " GREETRAT ROWS NOT LOADED - STATEMENTS "
                       "HELD UNTIL THE TABLE IS ENLARGED"
                       delimited by size into rpt-line
               when ws-unpriced-count > zero
                   string "  " ws-unpriced-count
                       " GREETINGS HAVE NO RATE ON THE RATE CARD - "
                       "STATEMENTS HELD UNTIL RATEMNT PRICES THEM"
                       delimited by size into rpt-line
               when other
                   string "  CROSSFOOT CLEAN" delimited by size
                       into rpt-line
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
      *
      * The single offsetting credit is the sum of the debits, so
      * the journal balances by construction; the trailer carries
      * both totals for the GL load to prove it, and the hold flag
      * when the statements themselves did not pass.
      *
       0070-finish-gl-journal.
           if ws-gl-debit-total > zero
               move spaces to gl-journal-detail-rec
               move "D" to gjd-record-type
               move ws-recovery-account to gjd-account
               set gjd-credit to true
               move ws-gl-debit-total to gjd-amount
               move "GDESK" to gjd-requester-id
               move ws-gl-greeting-count to gjd-greeting-count
               move "GREETING DESK RECOVERY" to gjd-description
               write gl-journal-detail-rec
               add 1 to ws-gl-detail-count
               add ws-gl-debit-total to ws-gl-credit-total
           end-if.
           move spaces to gl-journal-trailer-rec.
           move "T" to gjt-record-type.
           move ws-gl-detail-count to gjt-record-count.
           move ws-gl-debit-total to gjt-debit-total.
           move ws-gl-credit-total to gjt-credit-total.
           move ws-gl-greeting-count to gjt-greeting-count.
           if ws-cross-mismatch > zero
                   or ws-chg-overflow > zero
                   or ws-unpriced-count > zero
                   or ws-rate-overflow > zero
               set gjt-journal-held to true
           else
               set gjt-journal-released to true
           end-if.
           write gl-journal-trailer-rec.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "GL JOURNAL CONTROL TOTALS" delimited by size
               into rpt-line.
           write rpt-line.
           move ws-gl-debit-total to ws-total-dsp.
           move spaces to rpt-line.
           string "  DETAIL RECORDS: " ws-gl-detail-count
               "  DEBITS: " ws-total-dsp
               delimited by size into rpt-line.
           write rpt-line.
           move ws-gl-credit-total to ws-total-dsp.
           move spaces to rpt-line.
           string "  CREDIT TO " ws-recovery-account
               ": " ws-total-dsp
               "  JOURNAL HELD: " gjt-hold-flag
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "  RATES LOADED: " ws-rate-count
               "  RATES NOT LOADED (TABLE FULL): " ws-rate-overflow
               delimited by size into rpt-line.
           write rpt-line.
      *
       0080-close-out.
           close gl-journal-file.
           close greeting-log-file.
           if ws-deptref-usable
               close dept-ref-file
