       id division.
       program-id. greetfcs.
      *
      * Next-month greeting volume forecast for capacity planning
      * and the department budget discussions. Most of a month's
      * work is already known: GREETSUB says which standing orders
      * fall due on which days, GREETCAL says which days are run
      * days, and the GREETLOG and GREETARC history shows how much
      * one-off GREETREQ volume each department adds on top. For
      * the month on the parameter card (default next month) this
      * walks every calendar day: a run day gets the committed
      * volume of the standing orders due that day - with the same
      * due rules HELLODRV applies, and leaving out the orders that
      * would bounce SUSPD or LIMIT - plus each department's
      * estimated ad hoc volume per run night, printed per day and
      * per department; a no-run day lists the committed volume
      * that will not be issued. The ad hoc estimate is the
      * department's logged volume over the history window less
      * what its current standing orders would have issued on those
      * same nights, divided by the nights the stream ran - the log
      * does not say which rows came from a standing order, so the
      * orders on file today stand in for the ones in force then.
      * Days whose projected total is over the batch-volume
      * threshold on the card are flagged for rescheduling, and the
      * department summary compares each month projection with the
      * DEPTREF monthly budget. Any flagged day or department ends
      * the run with condition code 4.
      *
       environment division.
       input-output section.
       file-control.
           select subscription-file assign to "GREETSUB"
               organization is indexed
               access mode is dynamic
               record key is sb-subscription-key
               file status is ws-subs-status.
           select dept-ref-file assign to "DEPTREF"
               organization is indexed
               access mode is dynamic
               record key is dp-requester-id
               file status is ws-deptref-status.
           select calendar-file assign to "GREETCAL"
               organization is indexed
               access mode is dynamic
               record key is cl-calendar-date
               file status is ws-calendar-status.
           select greeting-log-file assign to "GREETLOG"
               organization is sequential
               file status is ws-greeting-log-status.
           select archive-file assign to "GREETARC"
               organization is sequential
               file status is ws-archive-status.
           select report-file assign to "GREETFCR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  subscription-file.
           copy GREETSUB.
      *
       fd  dept-ref-file.
           copy DEPTREF.
      *
       fd  calendar-file.
           copy GREETCAL.
      *
       fd  greeting-log-file.
       01 log-file-rec              pic x(121).
      *
       fd  archive-file.
       01 arc-log-rec               pic x(121).
      *
       fd  report-file.
       01 rpt-line                  pic x(100).
      *
       working-storage section.
       01 ws-subs-status            pic xx.
       01 ws-deptref-status         pic xx.
       01 ws-deptref-avail          pic x value "N".
           88 ws-deptref-usable         value "Y".
       01 ws-calendar-status        pic xx.
       01 ws-calendar-avail         pic x value "N".
           88 ws-calendar-usable        value "Y".
       01 ws-greeting-log-status    pic xx.
       01 ws-archive-status         pic xx.
       01 ws-archive-avail          pic x value "N".
           88 ws-archive-usable         value "Y".
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-run-date-int           pic 9(8).
       01 ws-fcs-parm.
           05 ws-parm-month            pic x(6).
           05 ws-parm-threshold        pic x(7).
           05 ws-parm-threshold-n redefines ws-parm-threshold
                                       pic 9(7).
           05 ws-parm-history-days     pic x(3).
           05 ws-parm-history-days-n redefines ws-parm-history-days
                                       pic 9(3).
           05 filler                   pic x(64).
       01 ws-forecast-month         pic x(6).
       01 ws-month-year             pic 9(4).
       01 ws-month-mm               pic 9(2).
       01 ws-month-first-n          pic 9(8).
       01 ws-next-month-n           pic 9(8).
       01 ws-month-start-int        pic 9(8).
       01 ws-month-end-int          pic 9(8).
       01 ws-threshold              pic 9(7) value 500.
       01 ws-history-days           pic 9(3) value 90.
       01 ws-history-low-int        pic 9(8).
       01 ws-history-low-n          pic 9(8).
       01 ws-history-low-date       pic x(8).
       01 ws-probe-int              pic 9(8).
       01 ws-probe-date-n           pic 9(8).
       01 ws-probe-date             pic x(8).
       01 ws-probe-dow              pic 9.
       01 ws-day-names              pic x(21)
                                    value "MONTUEWEDTHUFRISATSUN".
       01 ws-day-name               pic x(3).
       01 ws-run-day-flag           pic x.
           88 ws-run-day                value "Y".
       01 ws-no-run-desc            pic x(30).
      *
      * Departments - every DEPTREF row, plus any requester seen on
      * a standing order or in the history that is not on it.
       01 ws-max-depts              pic 9(3) value 200.
       01 ws-dept-count             pic 9(3) value zero.
       01 ws-dept-overflow          pic 9(7) value zero.
       01 ws-dept-table.
           05 ws-dept-entry occurs 200 times.
               10 ws-dpt-requester      pic x(8).
               10 ws-dpt-name           pic x(30).
               10 ws-dpt-on-ref         pic x.
               10 ws-dpt-suspended      pic x.
               10 ws-dpt-ceiling        pic 9(5).
               10 ws-dpt-budget         pic 9(7).
               10 ws-dpt-hist-rows      pic 9(9).
               10 ws-dpt-hist-committed pic 9(9).
               10 ws-dpt-adhoc-rate     pic 9(7)v99.
               10 ws-dpt-day-committed  pic 9(7).
               10 ws-dpt-month-committed pic 9(9).
               10 ws-dpt-month-adhoc    pic 9(9)v99.
       01 ws-dept-idx               pic 9(3).
       01 ws-find-requester         pic x(8).
       01 ws-search-idx             pic 9(3).
      *
      * Active standing orders, with the department each belongs to
      * and the batch it will actually issue (a zero count runs the
      * default 3) - zero when the order would bounce.
       01 ws-max-subs               pic 9(5) value 500.
       01 ws-sub-count              pic 9(5) value zero.
       01 ws-sub-overflow           pic 9(5) value zero.
       01 ws-sub-table.
           05 ws-sub-entry occurs 500 times.
               10 ws-sub-dept-idx       pic 9(3).
               10 ws-sub-frequency      pic x.
               10 ws-sub-freq-day       pic 9(2).
               10 ws-sub-reps           pic 9(5).
       01 ws-sub-idx                pic 9(5).
       01 ws-subs-bouncing          pic 9(5) value zero.
       01 ws-sub-due-flag           pic x.
           88 ws-sub-due                value "Y".
      *
      * The nights the stream ran inside the history window - the
      * distinct log dates. Sized to the longest window the card
      * allows, 999 days, so every night in it has a slot.
       01 ws-max-nights             pic 9(4) value 999.
       01 ws-night-count            pic 9(4) value zero.
       01 ws-night-table.
           05 ws-night-date occurs 999 times pic x(8).
       01 ws-night-idx              pic 9(4).
       01 ws-last-night             pic x(8) value spaces.
       01 ws-found-flag             pic x.
           88 ws-found                  value "Y".
       01 ws-hist-rows-read         pic 9(9) value zero.
       01 ws-hist-rows-used         pic 9(9) value zero.
      *
       01 ws-adhoc-total            pic 9(9)v99.
       01 ws-adhoc-whole            pic 9(9).
       01 ws-day-committed          pic 9(9).
       01 ws-day-adhoc              pic 9(9)v99.
       01 ws-day-total              pic 9(9).
       01 ws-dept-adhoc-whole       pic 9(7).
       01 ws-dept-total             pic 9(9).
       01 ws-dpt-line-total         pic 9(9).
       01 ws-day-flag               pic x(14).
       01 ws-dept-flag              pic x(12).
       01 ws-dsp-1                  pic z(8)9.
       01 ws-dsp-2                  pic z(8)9.
       01 ws-dsp-3                  pic z(8)9.
       01 ws-dsp-4                  pic z(8)9.
       01 ws-rate-dsp               pic z(6)9.99.
       01 ws-requester-dsp          pic x(8).
      *
       01 ws-run-days               pic 9(3) value zero.
       01 ws-no-run-days            pic 9(3) value zero.
       01 ws-days-flagged           pic 9(3) value zero.
       01 ws-depts-flagged          pic 9(3) value zero.
       01 ws-month-committed        pic 9(9) value zero.
       01 ws-month-adhoc            pic 9(9) value zero.
       01 ws-month-lost             pic 9(9) value zero.
      *
      * The staging copy of the audit row layout both history files
      * are moved through.
           copy GREETLOG.
      *
       procedure division.
      *
       0010-start.
           perform 0015-read-parm-card.
           perform 0020-open-files.
           perform 0022-load-departments.
           perform 0024-load-subscriptions.
           perform 0030-read-history.
           perform 0040-compute-adhoc-rates.
           perform 0048-open-report.
           perform 0050-forecast-days.
           perform 0060-print-departments.
           perform 0070-print-totals.
           perform 0080-close-out.
           if ws-days-flagged > zero or ws-depts-flagged > zero
               move 4 to return-code
           end-if.
           goback.
      *
      * Card: forecast month YYYYMM cols 1-6 (blank = next month),
      * batch-volume threshold per run day cols 7-13 (blank = 500),
      * history window in days cols 14-16 (blank = 90).
      *
       0015-read-parm-card.
           accept ws-fcs-parm from sysin.
           move function current-date(1:8) to ws-run-date.
           compute ws-run-date-int =
               function integer-of-date
                   (function numval(ws-run-date)).
           if ws-parm-month = spaces
               move ws-run-date(1:4) to ws-month-year
               move ws-run-date(5:2) to ws-month-mm
               if ws-month-mm = 12
                   add 1 to ws-month-year
                   move 1 to ws-month-mm
               else
                   add 1 to ws-month-mm
               end-if
           else
               if ws-parm-month not numeric
                       or ws-parm-month(5:2) < "01"
                       or ws-parm-month(5:2) > "12"
                   display "GREETFCS: FORECAST MONTH " ws-parm-month
                       " NOT A VALID YYYYMM - RUN REFUSED"
                   move 8 to return-code
                   goback
               end-if
               move ws-parm-month(1:4) to ws-month-year
               move ws-parm-month(5:2) to ws-month-mm
           end-if.
           if ws-parm-threshold not = spaces
               if ws-parm-threshold not numeric
                       or ws-parm-threshold-n = zero
                   display "GREETFCS: THRESHOLD " ws-parm-threshold
                       " NOT A NUMBER OF GREETINGS - RUN REFUSED"
                   move 8 to return-code
                   goback
               end-if
               move ws-parm-threshold-n to ws-threshold
           end-if.
           if ws-parm-history-days not = spaces
               if ws-parm-history-days not numeric
                       or ws-parm-history-days-n = zero
                   display "GREETFCS: HISTORY DAYS "
                       ws-parm-history-days
                       " NOT 001-999 - RUN REFUSED"
                   move 8 to return-code
                   goback
               end-if
               move ws-parm-history-days-n to ws-history-days
           end-if.
           compute ws-month-first-n =
               ws-month-year * 10000 + ws-month-mm * 100 + 1.
           move ws-month-first-n(1:6) to ws-forecast-month.
           if ws-month-mm = 12
               compute ws-next-month-n =
                   (ws-month-year + 1) * 10000 + 101
           else
               compute ws-next-month-n =
                   ws-month-year * 10000 + (ws-month-mm + 1) * 100 + 1
           end-if.
           compute ws-month-start-int =
               function integer-of-date(ws-month-first-n).
           compute ws-month-end-int =
               function integer-of-date(ws-next-month-n) - 1.
           compute ws-history-low-int =
               ws-run-date-int - ws-history-days.
           compute ws-history-low-n =
               function date-of-integer(ws-history-low-int).
           move ws-history-low-n to ws-history-low-date.
      *
      * The standing orders and the active log are the forecast -
      * without either there is nothing to project. The reference,
      * calendar and archive only sharpen it, so a missing one is
      * noted and the run goes on.
      *
       0020-open-files.
           open input subscription-file.
           if ws-subs-status not = "00"
               display "GREETFCS: GREETSUB NOT AVAILABLE - "
                   "RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
           open input greeting-log-file.
           if ws-greeting-log-status not = "00"
               display "GREETFCS: GREETLOG NOT AVAILABLE - "
                   "RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
           open input dept-ref-file.
           if ws-deptref-status = "00"
               move "Y" to ws-deptref-avail
           else
               display "GREETFCS: DEPTREF NOT AVAILABLE - "
                   "NO NAMES, CEILINGS OR BUDGETS THIS RUN"
           end-if.
           open input calendar-file.
           if ws-calendar-status = "00"
               move "Y" to ws-calendar-avail
           else
               display "GREETFCS: GREETCAL NOT AVAILABLE - "
                   "EVERY DAY OF THE MONTH TAKEN AS A RUN DAY"
           end-if.
           open input archive-file.
           if ws-archive-status = "00"
               move "Y" to ws-archive-avail
           else
               display "GREETFCS: GREETARC NOT AVAILABLE - "
                   "HISTORY DRAWN FROM THE ACTIVE LOG ONLY"
           end-if.
      *
       0022-load-departments.
           if ws-deptref-usable
               move "N" to ws-eof-flag
               perform until ws-eof
                   read dept-ref-file next record
                       at end
                           set ws-eof to true
                       not at end
                           move dp-requester-id to ws-find-requester
                           perform 0036-find-or-add-dept
                           if ws-dept-idx > zero
                               move dp-department-name
                                   to ws-dpt-name(ws-dept-idx)
                               move "Y" to ws-dpt-on-ref(ws-dept-idx)
                               if dp-status-suspended
                                   move "Y"
                                       to ws-dpt-suspended(ws-dept-idx)
                               end-if
                               move dp-rep-ceiling
                                   to ws-dpt-ceiling(ws-dept-idx)
                               move dp-monthly-budget
                                   to ws-dpt-budget(ws-dept-idx)
                           end-if
                   end-read
               end-perform
           end-if.
      *
      * An order for a suspended or unknown department, or over the
      * department's ceiling, bounces on its acknowledgment every
      * night it falls due - it stays in the table (so the history
      * sees the same rules) with nothing to issue.
      *
       0024-load-subscriptions.
           move "N" to ws-eof-flag.
           perform until ws-eof
               read subscription-file next record
                   at end
                       set ws-eof to true
                   not at end
                       if sb-status-active
                           perform 0025-load-one-subscription
                       end-if
               end-read
           end-perform.
           if ws-sub-overflow > zero
               display "GREETFCS: MORE THAN " ws-max-subs
                   " ACTIVE ORDERS - " ws-sub-overflow
                   " LEFT OUT OF THE FORECAST"
           end-if.
      *
       0025-load-one-subscription.
           move sb-requester-id to ws-find-requester.
           perform 0036-find-or-add-dept.
           if ws-dept-idx = zero or ws-sub-count >= ws-max-subs
               add 1 to ws-sub-overflow
           else
               add 1 to ws-sub-count
               move ws-dept-idx to ws-sub-dept-idx(ws-sub-count)
               move sb-frequency to ws-sub-frequency(ws-sub-count)
               move sb-frequency-day to ws-sub-freq-day(ws-sub-count)
               move sb-rep-count to ws-sub-reps(ws-sub-count)
               if ws-sub-reps(ws-sub-count) = zero
                   move 3 to ws-sub-reps(ws-sub-count)
               end-if
               if ws-deptref-usable
                   if ws-dpt-on-ref(ws-dept-idx) not = "Y"
                       or ws-dpt-suspended(ws-dept-idx) = "Y"
                       or sb-rep-count > ws-dpt-ceiling(ws-dept-idx)
                       move zero to ws-sub-reps(ws-sub-count)
                       add 1 to ws-subs-bouncing
                   end-if
               end-if
           end-if.
      *
      * History - every log row dated inside the window, from the
      * active log and then the archive generations, counted
      * against its requester and its night.
      *
       0030-read-history.
           move "N" to ws-eof-flag.
           perform until ws-eof
               read greeting-log-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-hist-rows-read
                       move log-file-rec to greeting-log-rec
                       perform 0032-history-row
               end-read
           end-perform.
           if ws-archive-usable
               move "N" to ws-eof-flag
               perform until ws-eof
                   read archive-file
                       at end
                           set ws-eof to true
                       not at end
                           add 1 to ws-hist-rows-read
                           move arc-log-rec to greeting-log-rec
                           perform 0032-history-row
                   end-read
               end-perform
           end-if.
      *
       0032-history-row.
           if gl-timestamp(1:8) is numeric
                   and gl-timestamp(1:8) >= ws-history-low-date
                   and gl-timestamp(1:8) < ws-run-date
               add 1 to ws-hist-rows-used
               move gl-requester-id to ws-find-requester
               perform 0036-find-or-add-dept
               if ws-dept-idx > zero
                   add 1 to ws-dpt-hist-rows(ws-dept-idx)
               end-if
               if gl-timestamp(1:8) not = ws-last-night
                   move gl-timestamp(1:8) to ws-last-night
                   perform 0038-find-or-add-night
               end-if
           end-if.
      *
       0036-find-or-add-dept.
           move zero to ws-dept-idx.
           perform varying ws-search-idx from 1 by 1
                   until ws-search-idx > ws-dept-count
                      or ws-dept-idx > zero
               if ws-dpt-requester(ws-search-idx) = ws-find-requester
                   move ws-search-idx to ws-dept-idx
               end-if
           end-perform.
           if ws-dept-idx = zero
               if ws-dept-count < ws-max-depts
                   add 1 to ws-dept-count
                   move ws-dept-count to ws-dept-idx
                   initialize ws-dept-entry(ws-dept-idx)
                   move ws-find-requester
                       to ws-dpt-requester(ws-dept-idx)
                   move "N" to ws-dpt-on-ref(ws-dept-idx)
                   move "N" to ws-dpt-suspended(ws-dept-idx)
                   move "NOT ON DEPTREF"
                       to ws-dpt-name(ws-dept-idx)
               else
                   add 1 to ws-dept-overflow
               end-if
           end-if.
      *
       0038-find-or-add-night.
           move "N" to ws-found-flag.
           perform varying ws-night-idx from 1 by 1
                   until ws-night-idx > ws-night-count
                      or ws-found
               if ws-night-date(ws-night-idx) = ws-last-night
                   set ws-found to true
               end-if
           end-perform.
           if not ws-found and ws-night-count < ws-max-nights
               add 1 to ws-night-count
               move ws-last-night to ws-night-date(ws-night-count)
           end-if.
      *
      * What the orders on file would have issued on each night in
      * the window; the rest of the department's volume was ad hoc.
      *
       0040-compute-adhoc-rates.
           perform varying ws-night-idx from 1 by 1
                   until ws-night-idx > ws-night-count
               move ws-night-date(ws-night-idx) to ws-probe-date
               move ws-probe-date to ws-probe-date-n
               compute ws-probe-int =
                   function integer-of-date(ws-probe-date-n)
               perform varying ws-sub-idx from 1 by 1
                       until ws-sub-idx > ws-sub-count
                   perform 0045-test-sub-due
                   if ws-sub-due
                       move ws-sub-dept-idx(ws-sub-idx) to ws-dept-idx
                       add ws-sub-reps(ws-sub-idx)
                           to ws-dpt-hist-committed(ws-dept-idx)
                   end-if
               end-perform
           end-perform.
           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               move zero to ws-dpt-adhoc-rate(ws-dept-idx)
               if ws-night-count > zero
                       and ws-dpt-hist-rows(ws-dept-idx) >
                           ws-dpt-hist-committed(ws-dept-idx)
                   compute ws-dpt-adhoc-rate(ws-dept-idx) rounded =
                       (ws-dpt-hist-rows(ws-dept-idx)
                        - ws-dpt-hist-committed(ws-dept-idx))
                       / ws-night-count
               end-if
           end-perform.
      *
      * The due rules HELLODRV applies: daily always, weekly on the
      * day of the week (Monday = 1), monthly on the day of month.
      *
       0045-test-sub-due.
           move "N" to ws-sub-due-flag.
           compute ws-probe-dow =
               function mod(ws-probe-int - 1, 7) + 1.
           evaluate ws-sub-frequency(ws-sub-idx)
               when "D"
                   set ws-sub-due to true
               when "W"
                   if ws-sub-freq-day(ws-sub-idx) = ws-probe-dow
                       set ws-sub-due to true
                   end-if
               when "M"
                   if ws-sub-freq-day(ws-sub-idx) =
                           ws-probe-date-n(7:2)
                       set ws-sub-due to true
                   end-if
           end-evaluate.
      *
       0048-open-report.
           open output report-file.
           move spaces to rpt-line.
           string "GREETING VOLUME FORECAST FOR " ws-forecast-month
               "  RUN DATE: " ws-run-date
               "  THRESHOLD PER RUN DAY: " ws-threshold
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "AD HOC HISTORY " ws-history-low-date " TO "
               ws-run-date " (" ws-history-days " DAYS, "
               ws-night-count " NIGHTS RUN)"
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "DATE     DAY  COMMITTED     AD HOC      TOTAL"
               delimited by size into rpt-line.
           write rpt-line.
      *
       0050-forecast-days.
           perform varying ws-probe-int from ws-month-start-int by 1
                   until ws-probe-int > ws-month-end-int
               compute ws-probe-date-n =
                   function date-of-integer(ws-probe-int)
               move ws-probe-date-n to ws-probe-date
               compute ws-probe-dow =
                   function mod(ws-probe-int - 1, 7) + 1
               move ws-day-names(ws-probe-dow * 3 - 2:3)
                   to ws-day-name
               perform 0051-test-run-day
               perform 0052-forecast-one-day
           end-perform.
      *
       0051-test-run-day.
           move "Y" to ws-run-day-flag.
           move spaces to ws-no-run-desc.
           if ws-calendar-usable
               move ws-probe-date to cl-calendar-date
               read calendar-file
                   invalid key
                       continue
                   not invalid key
                       if cl-no-run-day
                           move "N" to ws-run-day-flag
                           move cl-holiday-desc to ws-no-run-desc
                       end-if
               end-read
           end-if.
      *
      * One day: committed volume per department from the orders
      * due, the ad hoc estimate on top on a run day, the day line
      * and then a line per department with anything to issue.
      *
       0052-forecast-one-day.
           move zero to ws-day-committed.
           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               move zero to ws-dpt-day-committed(ws-dept-idx)
           end-perform.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               perform 0045-test-sub-due
               if ws-sub-due
                   move ws-sub-dept-idx(ws-sub-idx) to ws-dept-idx
                   add ws-sub-reps(ws-sub-idx)
                       to ws-dpt-day-committed(ws-dept-idx)
                   add ws-sub-reps(ws-sub-idx) to ws-day-committed
               end-if
           end-perform.
           move ws-day-committed to ws-dsp-1.
           move spaces to rpt-line.
           if not ws-run-day
               add 1 to ws-no-run-days
               add ws-day-committed to ws-month-lost
               string ws-probe-date " " ws-day-name
                   "   NO RUN - " ws-no-run-desc
                   "  ORDERS NOT ISSUED: " ws-dsp-1
                   delimited by size into rpt-line
               write rpt-line
           else
               add 1 to ws-run-days
               move zero to ws-day-adhoc
               perform varying ws-dept-idx from 1 by 1
                       until ws-dept-idx > ws-dept-count
                   compute ws-dept-adhoc-whole rounded =
                       ws-dpt-adhoc-rate(ws-dept-idx)
                   add ws-dept-adhoc-whole to ws-day-adhoc
               end-perform
               move ws-day-adhoc to ws-adhoc-whole
               compute ws-day-total = ws-day-committed + ws-adhoc-whole
               add ws-day-committed to ws-month-committed
               add ws-adhoc-whole to ws-month-adhoc
               move spaces to ws-day-flag
               if ws-day-total > ws-threshold
                   move "OVER THRESHOLD" to ws-day-flag
                   add 1 to ws-days-flagged
               end-if
               move ws-adhoc-whole to ws-dsp-2
               move ws-day-total to ws-dsp-3
               string ws-probe-date " " ws-day-name "  " ws-dsp-1
                   "  " ws-dsp-2 "  " ws-dsp-3 "  " ws-day-flag
                   delimited by size into rpt-line
               write rpt-line
               perform varying ws-dept-idx from 1 by 1
                       until ws-dept-idx > ws-dept-count
                   perform 0054-forecast-dept-day
               end-perform
           end-if.
      *
       0054-forecast-dept-day.
           add ws-dpt-day-committed(ws-dept-idx)
               to ws-dpt-month-committed(ws-dept-idx).
           compute ws-dept-adhoc-whole rounded =
               ws-dpt-adhoc-rate(ws-dept-idx).
           add ws-dept-adhoc-whole
               to ws-dpt-month-adhoc(ws-dept-idx).
           if ws-dpt-day-committed(ws-dept-idx) > zero
                   or ws-dept-adhoc-whole > zero
               move ws-dpt-day-committed(ws-dept-idx) to ws-dsp-1
               move ws-dept-adhoc-whole to ws-dsp-2
               compute ws-dpt-line-total =
                   ws-dpt-day-committed(ws-dept-idx)
                   + ws-dept-adhoc-whole
               move ws-dpt-line-total to ws-dsp-3
               move ws-dpt-requester(ws-dept-idx) to ws-requester-dsp
               if ws-requester-dsp = spaces
                   move "(BLANK)" to ws-requester-dsp
               end-if
               move spaces to rpt-line
               string "  " ws-requester-dsp "    " ws-dsp-1
                   "  " ws-dsp-2 "  " ws-dsp-3
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
      * The month per department against the budget HELLODRV will
      * hold it to - a projection over budget means OVBUD bounces
      * before the month is out.
      *
       0060-print-departments.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "MONTH BY DEPARTMENT  (RATE/NIGHT = ESTIMATED AD "
               "HOC GREETINGS PER RUN NIGHT)"
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "REQUESTER DEPARTMENT                    "
               "COMMITTED  RATE/NIGHT      TOTAL     BUDGET"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               perform 0062-print-one-department
           end-perform.
           if ws-dept-count = zero
               move spaces to rpt-line
               string "  NONE" delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0062-print-one-department.
           compute ws-dept-total rounded =
               ws-dpt-month-committed(ws-dept-idx)
               + ws-dpt-month-adhoc(ws-dept-idx).
           move spaces to ws-dept-flag.
           if ws-dpt-suspended(ws-dept-idx) = "Y"
               move "SUSPENDED" to ws-dept-flag
           end-if.
           if ws-dpt-budget(ws-dept-idx) > zero
                   and ws-dept-total > ws-dpt-budget(ws-dept-idx)
               move "OVER BUDGET" to ws-dept-flag
               add 1 to ws-depts-flagged
           end-if.
           move ws-dpt-month-committed(ws-dept-idx) to ws-dsp-1.
           move ws-dpt-adhoc-rate(ws-dept-idx) to ws-rate-dsp.
           move ws-dept-total to ws-dsp-3.
           move ws-dpt-budget(ws-dept-idx) to ws-dsp-4.
           move ws-dpt-requester(ws-dept-idx) to ws-requester-dsp.
           if ws-requester-dsp = spaces
               move "(BLANK)" to ws-requester-dsp
           end-if.
           move spaces to rpt-line.
           string ws-requester-dsp "  " ws-dpt-name(ws-dept-idx)
               ws-dsp-1 "  " ws-rate-dsp "  " ws-dsp-3
               "  " ws-dsp-4 "  " ws-dept-flag
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
           string "RUN DAYS IN THE MONTH:     " ws-run-days
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "NO-RUN DAYS:               " ws-no-run-days
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ACTIVE ORDERS:             " ws-sub-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ORDERS THAT WILL BOUNCE:   " ws-subs-bouncing
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "HISTORY ROWS READ:         " ws-hist-rows-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "HISTORY ROWS IN WINDOW:    " ws-hist-rows-used
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "COMMITTED GREETINGS:       " ws-month-committed
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ESTIMATED AD HOC:          " ws-month-adhoc
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ORDERS ON NO-RUN DAYS:     " ws-month-lost
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "DAYS OVER THRESHOLD:       " ws-days-flagged
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "DEPARTMENTS OVER BUDGET:   " ws-depts-flagged
               delimited by size into rpt-line.
           write rpt-line.
           if ws-dept-overflow > zero
               move spaces to rpt-line
               string "REQUESTERS NOT TRACKED:    " ws-dept-overflow
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0080-close-out.
           close subscription-file.
           close greeting-log-file.
           if ws-deptref-usable
               close dept-ref-file
           end-if.
           if ws-calendar-usable
               close calendar-file
           end-if.
           if ws-archive-usable
               close archive-file
           end-if.
           close report-file.
