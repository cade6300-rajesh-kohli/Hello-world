       id division.
       program-id. greetbud.
      *
      * Monthly greeting budget-versus-actual report. Walks the
      * DEPTREF requester reference and, for the month on the
      * parameter card (default the current month), prints each
      * department's monthly allocation, the greetings consumed to
      * date from the GREETCON consumption file HELLODRV keeps, what
      * remains, and a projected month-end figure - consumption so
      * far run on at the month's average per completed night
      * (GREETRUN) over the run days still to come (GREETCAL). A
      * department already at its budget, or projected past it, is
      * flagged so finance can approve a top-up before its requests
      * start bouncing with OVBUD; any such flag ends condition code
      * 4. Departments with no budget are listed with their usage
      * so an allocation can be set from real figures.
      *
       environment division.
       input-output section.
       file-control.
           select dept-ref-file assign to "DEPTREF"
               organization is indexed
               access mode is dynamic
               record key is dp-requester-id
               file status is ws-deptref-status.
           select consumption-file assign to "GREETCON"
               organization is indexed
               access mode is dynamic
               record key is cu-consumption-key
               file status is ws-consumption-status.
           select run-control-file assign to "GREETRUN"
               organization is indexed
               access mode is dynamic
               record key is rc-run-date
               file status is ws-run-control-status.
           select calendar-file assign to "GREETCAL"
               organization is indexed
               access mode is dynamic
               record key is cl-calendar-date
               file status is ws-calendar-status.
           select report-file assign to "GREETBDR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  dept-ref-file.
           copy DEPTREF.
      *
       fd  consumption-file.
           copy GREETCON.
      *
       fd  run-control-file.
           copy GREETRUN.
      *
       fd  calendar-file.
           copy GREETCAL.
      *
       fd  report-file.
       01 rpt-line                  pic x(100).
      *
       working-storage section.
       01 ws-deptref-status         pic xx.
       01 ws-consumption-status     pic xx.
       01 ws-run-control-status     pic xx.
       01 ws-calendar-status        pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-consumption-avail      pic x value "N".
           88 ws-consumption-usable     value "Y".
       01 ws-calendar-avail         pic x value "N".
           88 ws-calendar-usable        value "Y".
       01 ws-run-date               pic x(8).
       01 ws-bud-parm.
           05 ws-parm-month            pic x(6).
           05 filler                   pic x(74).
       01 ws-report-month           pic x(6).
       01 ws-month-year             pic 9(4).
       01 ws-month-mm               pic 9(2).
       01 ws-month-first-n          pic 9(8).
       01 ws-next-month-n           pic 9(8).
       01 ws-month-start-int        pic 9(8).
       01 ws-month-end-int          pic 9(8).
       01 ws-probe-int              pic 9(8).
       01 ws-probe-date-n           pic 9(8).
       01 ws-probe-date             pic x(8).
      * The month's clock - completed nights so far (from GREETRUN)
      * and the calendar run days still to come after the last of
      * them. A month already over has none to come.
       01 ws-last-run-date          pic x(8) value spaces.
       01 ws-last-run-int           pic 9(8).
       01 ws-nights-run             pic 9(3) value zero.
       01 ws-nights-to-come         pic 9(3) value zero.
       01 ws-consumed               pic 9(7).
       01 ws-projected              pic 9(9).
       01 ws-remaining              pic s9(9).
       01 ws-remaining-dsp          pic 9(9).
       01 ws-dept-flag              pic x(12).
       01 ws-depts-listed           pic 9(5) value zero.
       01 ws-depts-budgeted         pic 9(5) value zero.
       01 ws-depts-flagged          pic 9(5) value zero.
       01 ws-total-budget           pic 9(9) value zero.
       01 ws-total-consumed         pic 9(9) value zero.
       01 ws-total-projected        pic 9(9) value zero.
      *
       procedure division.
      *
       0010-start.
           perform 0015-read-parm-card.
           perform 0020-count-run-nights.
           perform 0025-count-nights-to-come.
           perform 0030-open-files.
           perform 0040-report-departments.
           perform 0070-print-totals.
           perform 0080-close-out.
           if ws-depts-flagged > zero
               move 4 to return-code
           end-if.
           goback.
      *
       0015-read-parm-card.
           accept ws-bud-parm from sysin.
           move function current-date(1:8) to ws-run-date.
           if ws-parm-month = spaces
               move ws-run-date(1:6) to ws-report-month
           else
               if ws-parm-month not numeric
                       or ws-parm-month(5:2) < "01"
                       or ws-parm-month(5:2) > "12"
                   display "GREETBUD: REPORT MONTH " ws-parm-month
                       " NOT A VALID YYYYMM - RUN REFUSED"
                   move 8 to return-code
                   goback
               end-if
               move ws-parm-month to ws-report-month
           end-if.
           move ws-report-month(1:4) to ws-month-year.
           move ws-report-month(5:2) to ws-month-mm.
           compute ws-month-first-n =
               ws-month-year * 10000 + ws-month-mm * 100 + 1.
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
      *
      * Completed nights in the month, and the latest of them - the
      * point the consumption on file is current to.
      *
       0020-count-run-nights.
           open input run-control-file.
           if ws-run-control-status = "00"
               move ws-month-first-n to rc-run-date
               start run-control-file
                       key is not less than rc-run-date
                   invalid key
                       set ws-eof to true
               end-start
               perform until ws-eof
                   read run-control-file next record
                       at end
                           set ws-eof to true
                       not at end
                           if rc-run-date(1:6) not = ws-report-month
                               set ws-eof to true
                           else
                               if rc-run-complete
                                   add 1 to ws-nights-run
                                   move rc-run-date
                                       to ws-last-run-date
                               end-if
                           end-if
                   end-read
               end-perform
               close run-control-file
           else
               display "GREETBUD: GREETRUN NOT AVAILABLE - "
                   "PROJECTIONS SHOW CONSUMPTION TO DATE ONLY"
           end-if.
           move "N" to ws-eof-flag.
      *
      * Run days still to come - every day after the last completed
      * night (or from the 1st, for a month not yet started) that
      * the calendar does not mark N, the same test HELLODRV makes.
      * Nothing is to come in a month that is already over.
      *
       0025-count-nights-to-come.
           if ws-report-month < ws-run-date(1:6)
               move zero to ws-nights-to-come
           else
               open input calendar-file
               if ws-calendar-status = "00"
                   move "Y" to ws-calendar-avail
               end-if
               if ws-last-run-date = spaces
                   compute ws-last-run-int = ws-month-start-int - 1
               else
                   compute ws-last-run-int =
                       function integer-of-date
                           (function numval(ws-last-run-date))
               end-if
               perform varying ws-probe-int from ws-last-run-int by 1
                       until ws-probe-int >= ws-month-end-int
                   compute ws-probe-date-n =
                       function date-of-integer(ws-probe-int + 1)
                   move ws-probe-date-n to ws-probe-date
                   perform 0027-test-run-day
               end-perform
               if ws-calendar-usable
                   close calendar-file
               end-if
           end-if.
      *
       0027-test-run-day.
           if ws-calendar-usable
               move ws-probe-date to cl-calendar-date
               read calendar-file
                   invalid key
                       add 1 to ws-nights-to-come
                   not invalid key
                       if not cl-no-run-day
                           add 1 to ws-nights-to-come
                       end-if
               end-read
           else
               add 1 to ws-nights-to-come
           end-if.
      *
       0030-open-files.
           open input dept-ref-file.
           open input consumption-file.
           if ws-consumption-status = "00"
               move "Y" to ws-consumption-avail
           else
               display "GREETBUD: GREETCON NOT AVAILABLE - "
                   "CONSUMPTION SHOWN AS ZERO"
           end-if.
           open output report-file.
           move spaces to rpt-line.
           string "GREETING BUDGET VERSUS ACTUAL  MONTH: "
               ws-report-month "  RUN DATE: " ws-run-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "NIGHTS RUN: " ws-nights-run
               "  LAST RUN: " ws-last-run-date
               "  RUN DAYS TO COME: " ws-nights-to-come
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "REQUESTER DEPARTMENT                     "
               "BUDGET  CONSUMED  REMAINING  PROJECTED"
               delimited by size into rpt-line.
           write rpt-line.
      *
       0040-report-departments.
           if ws-deptref-status not = "00"
               move spaces to rpt-line
               string "DEPTREF NOT AVAILABLE - NO DEPARTMENTS LISTED"
                   delimited by size into rpt-line
               write rpt-line
           else
               perform until ws-eof
                   read dept-ref-file next record
                       at end
                           set ws-eof to true
                       not at end
                           perform 0045-report-one-department
                   end-read
               end-perform
           end-if.
      *
       0045-report-one-department.
           add 1 to ws-depts-listed.
           move zero to ws-consumed.
           if ws-consumption-usable
               move dp-requester-id to cu-requester-id
               move ws-report-month to cu-month
               read consumption-file
                   invalid key
                       continue
                   not invalid key
                       move cu-consumed-count to ws-consumed
               end-read
           end-if.
      * Straight-line projection: the month's average per completed
      * night carried over the run days still to come.
           if ws-nights-run > zero
               compute ws-projected = ws-consumed
                   + (ws-consumed * ws-nights-to-come)
                       / ws-nights-run
           else
               move ws-consumed to ws-projected
           end-if.
           add ws-consumed to ws-total-consumed.
           add ws-projected to ws-total-projected.
           move spaces to ws-dept-flag.
           if dp-monthly-budget = zero
               move "NO BUDGET" to ws-dept-flag
               move zero to ws-remaining-dsp
           else
               add 1 to ws-depts-budgeted
               add dp-monthly-budget to ws-total-budget
               compute ws-remaining = dp-monthly-budget - ws-consumed
               if ws-remaining < zero
                   move zero to ws-remaining-dsp
               else
                   move ws-remaining to ws-remaining-dsp
               end-if
               evaluate true
                   when ws-consumed >= dp-monthly-budget
                       move "** EXHAUSTED" to ws-dept-flag
                       add 1 to ws-depts-flagged
                   when ws-projected > dp-monthly-budget
                       move "** PROJ OVER" to ws-dept-flag
                       add 1 to ws-depts-flagged
               end-evaluate
           end-if.
           move spaces to rpt-line.
           string dp-requester-id "  " dp-department-name(1:25)
               "  " dp-monthly-budget
               "  " ws-consumed
               "  " ws-remaining-dsp
               "  " ws-projected
               "  " ws-dept-flag
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
           string "DEPARTMENTS LISTED:    " ws-depts-listed
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "WITH A BUDGET:         " ws-depts-budgeted
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "EXHAUSTED/PROJ OVER:   " ws-depts-flagged
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TOTAL BUDGET:          " ws-total-budget
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TOTAL CONSUMED:        " ws-total-consumed
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TOTAL PROJECTED:       " ws-total-projected
               delimited by size into rpt-line.
           write rpt-line.
      *
       0080-close-out.
           if ws-deptref-status = "00" or "10"
               close dept-ref-file
           end-if.
           if ws-consumption-usable
               close consumption-file
           end-if.
           close report-file.
