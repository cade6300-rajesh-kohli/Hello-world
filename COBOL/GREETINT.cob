       id division.
       program-id. greetint.
      *
      * Weekly referential-integrity sweep across the greeting
      * masters and references. Each maintenance program checks
      * only its own file, so the files drift apart: a standing
      * order outlives the message id it names, a department is
      * suspended with its standing orders still active, a language
      * is deleted out from under the master rows that use it, an
      * exception stays open against a message id that no longer
      * exists. Each of those only surfaces as a rejected
      * acknowledgment, one night at a time. This run reads the
      * GREETINGS master, LANGREF, DEPTREF, GREETSUB, GREETCAL and
      * the GREETEXM exception master together and lists every
      * orphaned or contradictory row, one section per finding type,
      * with the row's key and what it points at - a standing order
      * for a missing, expired or other-language message row, for a
      * language or requester not on the references, for a
      * suspended department, over the department's ceiling, with
      * an impossible frequency day, or due on a no-run calendar
      * date within the horizon on the parameter card; a master row
      * in a language not on LANGREF; an open exception for a
      * message id not on the master. Any finding ends the run with
      * condition code 4, so the desk cleans the files up on purpose.
      * So does a GREETSUB with more active orders than the sweep's
      * table holds - the orders past the table are counted on the
      * control totals, not silently passed as clean.
      *
       environment division.
       input-output section.
       file-control.
           select greetings-file assign to "GREETINGS"
               organization is indexed
               access mode is dynamic
               record key is gr-message-id
               file status is ws-greetings-status.
           select language-ref-file assign to "LANGREF"
               organization is indexed
               access mode is dynamic
               record key is lr-language-code
               file status is ws-langref-status.
           select dept-ref-file assign to "DEPTREF"
               organization is indexed
               access mode is dynamic
               record key is dp-requester-id
               file status is ws-deptref-status.
           select subscription-file assign to "GREETSUB"
               organization is indexed
               access mode is dynamic
               record key is sb-subscription-key
               file status is ws-subs-status.
           select calendar-file assign to "GREETCAL"
               organization is indexed
               access mode is dynamic
               record key is cl-calendar-date
               file status is ws-calendar-status.
           select exception-mstr-file assign to "GREETEXM"
               organization is indexed
               access mode is dynamic
               record key is ex-exception-key
               file status is ws-exm-status.
           select report-file assign to "GREETINR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  greetings-file.
           copy GREETREC.
      *
       fd  language-ref-file.
           copy LANGREF.
      *
       fd  dept-ref-file.
           copy DEPTREF.
      *
       fd  subscription-file.
           copy GREETSUB.
      *
       fd  calendar-file.
           copy GREETCAL.
      *
       fd  exception-mstr-file.
           copy GREETEXM.
      *
       fd  report-file.
       01 rpt-line                  pic x(100).
      *
       working-storage section.
       01 ws-greetings-status       pic xx.
       01 ws-langref-status         pic xx.
       01 ws-deptref-status         pic xx.
       01 ws-subs-status            pic xx.
       01 ws-calendar-status        pic xx.
       01 ws-calendar-avail         pic x value "N".
           88 ws-calendar-usable        value "Y".
       01 ws-exm-status             pic xx.
       01 ws-exm-avail              pic x value "N".
           88 ws-exm-usable             value "Y".
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-int-parm.
           05 ws-parm-horizon-days     pic 9(3).
           05 filler                   pic x(77).
       01 ws-horizon-days           pic 9(3) value 35.
       01 ws-run-date-int           pic 9(8).
       01 ws-probe-int              pic 9(8).
       01 ws-probe-date-n           pic 9(8).
       01 ws-probe-date             pic x(8).
       01 ws-probe-dow              pic 9.
       01 ws-day-offset             pic 9(3).
       01 ws-open-error             pic x(40) value spaces.
      * The active standing orders, loaded once - every section
      * below walks this table rather than rereading GREETSUB.
       01 ws-max-subs               pic 9(5) value 500.
       01 ws-sub-count              pic 9(5) value zero.
       01 ws-subs-cancelled         pic 9(5) value zero.
       01 ws-sub-overflow           pic 9(5) value zero.
       01 ws-sub-table.
           05 ws-sub-entry occurs 500 times.
               10 ws-sub-requester      pic x(8).
               10 ws-sub-message-id     pic x(6).
               10 ws-sub-language       pic x(3).
               10 ws-sub-rep-count      pic 9(5).
               10 ws-sub-frequency      pic x.
               10 ws-sub-freq-day       pic 9(2).
       01 ws-sub-idx                pic 9(5).
       01 ws-sub-key-dsp            pic x(19).
       01 ws-section-count          pic 9(5).
       01 ws-finding-count          pic 9(5) value zero.
       01 ws-rows-checked           pic 9(7) value zero.
       01 ws-points-at              pic x(60).
      *
       procedure division.
      *
       0010-start.
           perform 0015-read-parm-card.
           perform 0020-open-files.
           if ws-open-error not = spaces
               display "GREETINT: " ws-open-error
                   " - SWEEP REFUSED"
               move 8 to return-code
               goback
           end-if.
           perform 0025-load-subscriptions.
           perform 0030-open-report.
           perform 0040-check-sub-message.
           perform 0041-check-sub-expired.
           perform 0042-check-sub-language-match.
           perform 0043-check-sub-language-ref.
           perform 0044-check-sub-department.
           perform 0045-check-sub-suspended.
           perform 0046-check-sub-ceiling.
           perform 0047-check-sub-frequency.
           perform 0048-check-sub-calendar.
           perform 0050-check-master-language.
           perform 0055-check-open-exceptions.
           perform 0070-print-totals.
           perform 0080-close-out.
           if ws-finding-count > zero
                   or ws-sub-overflow > zero
               move 4 to return-code
           end-if.
           goback.
      *
       0015-read-parm-card.
           accept ws-int-parm from sysin.
           move function current-date(1:8) to ws-run-date.
           if ws-parm-horizon-days is numeric
                   and ws-parm-horizon-days > zero
               move ws-parm-horizon-days to ws-horizon-days
           end-if.
           compute ws-run-date-int =
               function integer-of-date
                   (function numval(ws-run-date)).
      *
      * The master and the three references the night edits
      * against must all be there or the sweep proves nothing. The
      * calendar and the exception master are optional the way they
      * are everywhere else - a missing one skips its section.
      *
       0020-open-files.
           open input greetings-file.
           if ws-greetings-status not = "00"
               move "GREETINGS NOT AVAILABLE" to ws-open-error
           end-if.
           open input language-ref-file.
           if ws-langref-status not = "00"
               move "LANGREF NOT AVAILABLE" to ws-open-error
           end-if.
           open input dept-ref-file.
           if ws-deptref-status not = "00"
               move "DEPTREF NOT AVAILABLE" to ws-open-error
           end-if.
           open input subscription-file.
           if ws-subs-status not = "00"
               move "GREETSUB NOT AVAILABLE" to ws-open-error
           end-if.
           open input calendar-file.
           if ws-calendar-status = "00"
               move "Y" to ws-calendar-avail
           end-if.
           open input exception-mstr-file.
           if ws-exm-status = "00"
               move "Y" to ws-exm-avail
           end-if.
      *
       0025-load-subscriptions.
           move "N" to ws-eof-flag.
           perform until ws-eof
               read subscription-file next record
                   at end
                       set ws-eof to true
                   not at end
                       if sb-status-active
                           perform 0026-load-one-subscription
                       else
                           add 1 to ws-subs-cancelled
                       end-if
               end-read
           end-perform.
           if ws-sub-overflow > zero
               display "GREETINT: GREETSUB has more than "
                   ws-max-subs
                   " active rows - " ws-sub-overflow
                   " not examined this run"
           end-if.
      *
       0026-load-one-subscription.
           if ws-sub-count < ws-max-subs
               add 1 to ws-sub-count
               move sb-requester-id to ws-sub-requester(ws-sub-count)
               move sb-message-id to ws-sub-message-id(ws-sub-count)
               move sb-language-code to ws-sub-language(ws-sub-count)
               move sb-rep-count to ws-sub-rep-count(ws-sub-count)
               move sb-frequency to ws-sub-frequency(ws-sub-count)
               move sb-frequency-day to ws-sub-freq-day(ws-sub-count)
           else
               add 1 to ws-sub-overflow
           end-if.
      *
       0030-open-report.
           open output report-file.
           move spaces to rpt-line.
           string "GREETING REFERENTIAL INTEGRITY SWEEP  RUN DATE: "
               ws-run-date
               "  CALENDAR HORIZON: " ws-horizon-days " DAYS"
               delimited by size into rpt-line.
           write rpt-line.
      *
      * Every section opens with its type code and description,
      * lists its findings, and says NONE when it has none.
      *
       0031-section-heading.
           move zero to ws-section-count.
           move spaces to rpt-line.
           write rpt-line.
           write rpt-line.
           move spaces to rpt-line.
      *
       0032-print-finding.
           add 1 to ws-section-count.
           add 1 to ws-finding-count.
           move spaces to rpt-line.
           string "  " ws-sub-key-dsp "  " ws-points-at
               delimited by size into rpt-line.
           write rpt-line.
      *
       0033-section-none.
           if ws-section-count = zero
               move spaces to rpt-line
               string "  NONE" delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0034-build-sub-key.
           move spaces to ws-sub-key-dsp.
           string ws-sub-requester(ws-sub-idx) "/"
               ws-sub-message-id(ws-sub-idx) "/"
               ws-sub-language(ws-sub-idx)
               delimited by size into ws-sub-key-dsp.
      *
       0040-check-sub-message.
           perform 0031-section-heading.
           string "SUBMSG - ACTIVE STANDING ORDER FOR A MESSAGE ID "
               "NOT ON GREETINGS"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               add 1 to ws-rows-checked
               if ws-sub-message-id(ws-sub-idx) not = spaces
                   move ws-sub-message-id(ws-sub-idx) to gr-message-id
                   read greetings-file
                       invalid key
                           perform 0034-build-sub-key
                           move spaces to ws-points-at
                           string "MESSAGE ID "
                               ws-sub-message-id(ws-sub-idx)
                               " NOT ON GREETINGS"
                               delimited by size into ws-points-at
                           perform 0032-print-finding
                   end-read
               end-if
           end-perform.
           perform 0033-section-none.
      *
      * A message row whose effective window has closed is still on
      * the master, but the night finds no active row for the order
      * and bounces it NOTFD every time it falls due.
      *
       0041-check-sub-expired.
           perform 0031-section-heading.
           string "SUBEXP - ACTIVE STANDING ORDER FOR A MESSAGE ROW "
               "NO LONGER EFFECTIVE"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               if ws-sub-message-id(ws-sub-idx) not = spaces
                   move ws-sub-message-id(ws-sub-idx) to gr-message-id
                   read greetings-file
                       invalid key
                           continue
                       not invalid key
                           if gr-effective-to not = spaces
                                   and gr-effective-to < ws-run-date
                               perform 0034-build-sub-key
                               move spaces to ws-points-at
                               string "MESSAGE ROW " gr-message-id
                                   " EXPIRED " gr-effective-to
                                   delimited by size into ws-points-at
                               perform 0032-print-finding
                           end-if
                   end-read
               end-if
           end-perform.
           perform 0033-section-none.
      *
       0042-check-sub-language-match.
           perform 0031-section-heading.
           string "SUBLNM - STANDING ORDER LANGUAGE DIFFERS FROM THE "
               "MESSAGE ROW'S"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               if ws-sub-message-id(ws-sub-idx) not = spaces
                       and ws-sub-language(ws-sub-idx) not = spaces
                   move ws-sub-message-id(ws-sub-idx) to gr-message-id
                   read greetings-file
                       invalid key
                           continue
                       not invalid key
                           if gr-language-code not =
                                   ws-sub-language(ws-sub-idx)
                               perform 0034-build-sub-key
                               move spaces to ws-points-at
                               string "MESSAGE ROW " gr-message-id
                                   " IS LANGUAGE " gr-language-code
                                   delimited by size into ws-points-at
                               perform 0032-print-finding
                           end-if
                   end-read
               end-if
           end-perform.
           perform 0033-section-none.
      *
       0043-check-sub-language-ref.
           perform 0031-section-heading.
           string "SUBLNG - STANDING ORDER LANGUAGE NOT ON LANGREF"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               if ws-sub-language(ws-sub-idx) not = spaces
                   move ws-sub-language(ws-sub-idx) to lr-language-code
                   read language-ref-file
                       invalid key
                           perform 0034-build-sub-key
                           move spaces to ws-points-at
                           string "LANGUAGE "
                               ws-sub-language(ws-sub-idx)
                               " NOT ON LANGREF"
                               delimited by size into ws-points-at
                           perform 0032-print-finding
                   end-read
               end-if
           end-perform.
           perform 0033-section-none.
      *
       0044-check-sub-department.
           perform 0031-section-heading.
           string "SUBDEP - STANDING ORDER FOR A REQUESTER NOT ON "
               "DEPTREF"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               move ws-sub-requester(ws-sub-idx) to dp-requester-id
               read dept-ref-file
                   invalid key
                       perform 0034-build-sub-key
                       move spaces to ws-points-at
                       string "REQUESTER " ws-sub-requester(ws-sub-idx)
                           " NOT ON DEPTREF"
                           delimited by size into ws-points-at
                       perform 0032-print-finding
               end-read
           end-perform.
           perform 0033-section-none.
      *
       0045-check-sub-suspended.
           perform 0031-section-heading.
           string "SUBSUS - ACTIVE STANDING ORDER FOR A SUSPENDED "
               "DEPARTMENT"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               move ws-sub-requester(ws-sub-idx) to dp-requester-id
               read dept-ref-file
                   invalid key
                       continue
                   not invalid key
                       if dp-status-suspended
                           perform 0034-build-sub-key
                           move spaces to ws-points-at
                           string "DEPARTMENT " dp-requester-id
                               " SUSPENDED - BOUNCES SUSPD"
                               delimited by size into ws-points-at
                           perform 0032-print-finding
                       end-if
               end-read
           end-perform.
           perform 0033-section-none.
      *
       0046-check-sub-ceiling.
           perform 0031-section-heading.
           string "SUBLIM - STANDING ORDER OVER THE DEPARTMENT REP "
               "CEILING"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               move ws-sub-requester(ws-sub-idx) to dp-requester-id
               read dept-ref-file
                   invalid key
                       continue
                   not invalid key
                       if ws-sub-rep-count(ws-sub-idx) > dp-rep-ceiling
                           perform 0034-build-sub-key
                           move spaces to ws-points-at
                           string "REP COUNT "
                               ws-sub-rep-count(ws-sub-idx)
                               " OVER CEILING " dp-rep-ceiling
                               " - BOUNCES LIMIT"
                               delimited by size into ws-points-at
                           perform 0032-print-finding
                       end-if
               end-read
           end-perform.
           perform 0033-section-none.
      *
      * An order whose frequency day can never match is never
      * generated at all, and nothing ever says so.
      *
       0047-check-sub-frequency.
           perform 0031-section-heading.
           string "SUBFRQ - STANDING ORDER WITH AN IMPOSSIBLE "
               "FREQUENCY OR FREQUENCY DAY"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               move spaces to ws-points-at
               evaluate ws-sub-frequency(ws-sub-idx)
                   when "D"
                       continue
                   when "W"
                       if ws-sub-freq-day(ws-sub-idx) < 1
                               or ws-sub-freq-day(ws-sub-idx) > 7
                           string "WEEKLY ON DAY "
                               ws-sub-freq-day(ws-sub-idx)
                               " - NOT 01-07"
                               delimited by size into ws-points-at
                       end-if
                   when "M"
                       if ws-sub-freq-day(ws-sub-idx) < 1
                               or ws-sub-freq-day(ws-sub-idx) > 31
                           string "MONTHLY ON DAY "
                               ws-sub-freq-day(ws-sub-idx)
                               " - NOT 01-31"
                               delimited by size into ws-points-at
                       end-if
                   when other
                       string "FREQUENCY "
                           ws-sub-frequency(ws-sub-idx)
                           " - NOT D, W OR M"
                           delimited by size into ws-points-at
               end-evaluate
               if ws-points-at not = spaces
                   perform 0034-build-sub-key
                   perform 0032-print-finding
               end-if
           end-perform.
           perform 0033-section-none.
      *
      * A weekly or monthly order falls due on one date a period;
      * if the calendar has that date as a no-run day the night
      * never runs and the order is simply missed. A daily order
      * just skips the no-run day, which is not a finding.
      *
       0048-check-sub-calendar.
           perform 0031-section-heading.
           string "SUBCAL - WEEKLY/MONTHLY ORDER DUE ON A NO-RUN "
               "CALENDAR DATE IN THE HORIZON"
               delimited by size into rpt-line.
           write rpt-line.
           if not ws-calendar-usable
               move spaces to rpt-line
               string "  GREETCAL NOT AVAILABLE - SECTION NOT CHECKED"
                   delimited by size into rpt-line
               write rpt-line
           else
               perform varying ws-day-offset from 0 by 1
                       until ws-day-offset > ws-horizon-days
                   perform 0049-probe-calendar-date
               end-perform
               perform 0033-section-none
           end-if.
      *
       0049-probe-calendar-date.
           compute ws-probe-int = ws-run-date-int + ws-day-offset.
           compute ws-probe-date-n =
               function date-of-integer(ws-probe-int).
           move ws-probe-date-n to ws-probe-date.
           move ws-probe-date to cl-calendar-date.
           read calendar-file
               invalid key
                   move "Y" to cl-run-indicator
           end-read.
           if cl-no-run-day
               compute ws-probe-dow =
                   function mod(ws-probe-int - 1, 7) + 1
               perform varying ws-sub-idx from 1 by 1
                       until ws-sub-idx > ws-sub-count
                   if (ws-sub-frequency(ws-sub-idx) = "W"
                           and ws-sub-freq-day(ws-sub-idx)
                               = ws-probe-dow)
                     or (ws-sub-frequency(ws-sub-idx) = "M"
                           and ws-sub-freq-day(ws-sub-idx)
                               = ws-probe-date-n(7:2))
                       perform 0034-build-sub-key
                       move spaces to ws-points-at
                       string "DUE " ws-probe-date
                           " - NO-RUN DAY: " cl-holiday-desc
                           delimited by size into ws-points-at
                       perform 0032-print-finding
                   end-if
               end-perform
           end-if.
      *
       0050-check-master-language.
           perform 0031-section-heading.
           string "MSGLNG - GREETINGS ROW IN A LANGUAGE NOT ON LANGREF"
               delimited by size into rpt-line.
           write rpt-line.
           move "N" to ws-eof-flag.
           move low-values to gr-message-id.
           start greetings-file key not < gr-message-id
               invalid key
                   set ws-eof to true
           end-start.
           perform until ws-eof
               read greetings-file next record
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-rows-checked
                       move gr-language-code to lr-language-code
                       read language-ref-file
                           invalid key
                               move spaces to ws-sub-key-dsp
                               move gr-message-id to ws-sub-key-dsp
                               move spaces to ws-points-at
                               string "LANGUAGE " gr-language-code
                                   " NOT ON LANGREF"
                                   delimited by size into ws-points-at
                               perform 0032-print-finding
                       end-read
               end-read
           end-perform.
           perform 0033-section-none.
      *
      * A resolved exception is history; an open one (new or
      * acknowledged) against a message id that is gone can never
      * be worked to a resolution.
      *
       0055-check-open-exceptions.
           perform 0031-section-heading.
           string "EXCMSG - OPEN EXCEPTION FOR A MESSAGE ID NOT ON "
               "GREETINGS"
               delimited by size into rpt-line.
           write rpt-line.
           if not ws-exm-usable
               move spaces to rpt-line
               string "  GREETEXM NOT AVAILABLE - SECTION NOT CHECKED"
                   delimited by size into rpt-line
               write rpt-line
           else
               move "N" to ws-eof-flag
               move low-values to ex-exception-key
               start exception-mstr-file key not < ex-exception-key
                   invalid key
                       set ws-eof to true
               end-start
               perform until ws-eof
                   read exception-mstr-file next record
                       at end
                           set ws-eof to true
                       not at end
                           add 1 to ws-rows-checked
                           if not ex-status-resolved
                               perform 0056-check-one-exception
                           end-if
                   end-read
               end-perform
               perform 0033-section-none
           end-if.
      *
       0056-check-one-exception.
           move ex-message-id to gr-message-id.
           read greetings-file
               invalid key
                   move spaces to ws-sub-key-dsp
                   string ex-message-id "/" ex-reason-code
                       delimited by size into ws-sub-key-dsp
                   move spaces to ws-points-at
                   string "MESSAGE ID " ex-message-id
                       " NOT ON GREETINGS - STATUS " ex-status
                       delimited by size into ws-points-at
                   perform 0032-print-finding
           end-read.
      *
       0070-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ACTIVE STANDING ORDERS:  " ws-sub-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CANCELLED ORDERS SKIPPED: " ws-subs-cancelled
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS CHECKED:            " ws-rows-checked
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "FINDINGS:                " ws-finding-count
               delimited by size into rpt-line.
           write rpt-line.
           if ws-sub-overflow > zero
               move spaces to rpt-line
               string "STANDING ORDER TABLE FULL - " ws-sub-overflow
                   " ACTIVE ORDERS NOT EXAMINED"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0080-close-out.
           close greetings-file.
           close language-ref-file.
           close dept-ref-file.
           close subscription-file.
           if ws-calendar-usable
               close calendar-file
           end-if.
           if ws-exm-usable
               close exception-mstr-file
           end-if.
           close report-file.
