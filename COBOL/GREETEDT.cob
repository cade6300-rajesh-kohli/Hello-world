       id division.
       program-id. greetedt.
      *
      * Daytime pre-edit of the pending GREETREQ requests file. Runs
      * on request during the day, as often as the desk likes, and
      * changes nothing - it puts every card through the same edits
      * HELLODRV's requests mode applies at night (rep count numeric,
      * requester on DEPTREF, not suspended, within its ceiling and
      * its monthly budget, an active GREETINGS row for the message
      * id and language on the run date) and reports the GREETACK
      * reason the night would give it, so a department fixes its
      * card before the 18:00 cutoff instead of finding BADRP/NODEP/
      * SUSPD/LIMIT/OVBUD/NOTFD on the next morning's
      * acknowledgment. The budget edit is run the way the night
      * spends it: the month's GREETCON consumption so far, then the
      * department's standing orders due that night that would find
      * their master row, then its cards in file order. A card with a
      * blank message id is rejected NOTFD only when no master row is
      * in effect on the run date in its language (in any language
      * when that is blank too). It also warns on what the night would
      * let through but nobody meant: a language code not on LANGREF,
      * a second card for the same requester/message id/language, and
      * a card repeating a standing GREETSUB order that already falls
      * due that night. The run date (the night the cards will run -
      * blank on the card means tonight) is checked against the
      * GREETCAL processing calendar, and a no-run date is called out
      * on every department's page. The edit report is broken by
      * requester id so each department's cards print together.
      * Condition codes: 0 = every card clean, 4 = at least one card
      * would be rejected or carries a warning, 8 = bad parameter
      * card.
      *
       environment division.
       input-output section.
       file-control.
           select request-file assign to "GREETREQ"
               organization is sequential
               file status is ws-request-status.
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
           select consumption-file assign to "GREETCON"
               organization is indexed
               access mode is dynamic
               record key is cu-consumption-key
               file status is ws-consumption-status.
           select report-file assign to "GREETEDR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  request-file.
           copy GREETREQ.
      *
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
       fd  consumption-file.
           copy GREETCON.
      *
       fd  report-file.
       01 rpt-line                  pic x(100).
      *
       working-storage section.
       01 ws-request-status         pic xx.
       01 ws-greetings-status       pic xx.
       01 ws-langref-status         pic xx.
       01 ws-deptref-status         pic xx.
       01 ws-subs-status            pic xx.
       01 ws-calendar-status        pic xx.
       01 ws-consumption-status     pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-today                  pic x(8).
       01 ws-run-date               pic x(8).
       01 ws-edt-parm.
           05 ws-parm-run-date         pic x(8).
           05 filler                   pic x(72).
      * Each reference is advisory the way it is to the night run -
      * one that cannot be opened only costs its own edits, and the
      * report says which were skipped.
       01 ws-greetings-avail        pic x value "N".
           88 ws-greetings-usable       value "Y".
       01 ws-langref-avail          pic x value "N".
           88 ws-langref-usable         value "Y".
       01 ws-deptref-avail          pic x value "N".
           88 ws-deptref-usable         value "Y".
       01 ws-subs-avail             pic x value "N".
           88 ws-subs-usable            value "Y".
      * The night creates GREETCON on its first budgeted run, so a
      * file not there yet is an empty month, not a missing edit.
       01 ws-consumption-avail      pic x value "N".
           88 ws-consumption-usable     value "Y" "E".
           88 ws-consumption-empty      value "E".
       01 ws-no-run-flag            pic x value "N".
           88 ws-no-run-day             value "Y".
       01 ws-no-run-desc            pic x(30) value spaces.
      * Day of week of the run date, 1 = monday through 7 = sunday,
      * worked out the way HELLODRV does it for its subscriptions.
       01 ws-run-date-int           pic 9(8).
       01 ws-run-dow                pic 9(2).
       01 ws-sub-due-flag           pic x value "N".
           88 ws-sub-due                value "Y".
       01 ws-cards-read             pic 9(5) value zero.
       01 ws-cards-clean            pic 9(5) value zero.
       01 ws-cards-rejected         pic 9(5) value zero.
       01 ws-cards-warned           pic 9(5) value zero.
       01 ws-card-reject-code       pic x(5).
       01 ws-card-reject-text       pic x(50).
      * One entry per card in file order, holding the edit outcome,
      * so the report can be walked requester by requester after
      * the whole file is read. Five hundred cards is several
      * nights' worth of the heaviest day on record; cards past the
      * table still count in the totals and force CC=4.
       01 ws-max-edit-entries       pic 9(4) value 500.
       01 ws-edit-count             pic 9(4) value zero.
       01 ws-edit-overflow          pic 9(5) value zero.
       01 ws-edit-table.
           05 ws-edit-entry occurs 500 times.
               10 ws-ed-card-no         pic 9(5).
               10 ws-ed-requester       pic x(8).
               10 ws-ed-message-id      pic x(6).
               10 ws-ed-language        pic x(3).
               10 ws-ed-rep-count       pic x(5).
               10 ws-ed-reject-code     pic x(5).
               10 ws-ed-reject-text     pic x(50).
               10 ws-ed-dup-of          pic 9(5).
               10 ws-ed-sub-flag        pic x.
               10 ws-ed-nolng-flag      pic x.
      * Month-to-date spend per budgeted department as the night
      * would have it when the card is reached - consumption on
      * file, plus the standing orders due that night, plus each
      * earlier card that would issue.
       01 ws-max-budget-entries     pic 9(4) value 200.
       01 ws-budget-count           pic 9(4) value zero.
       01 ws-budget-table.
           05 ws-budget-entry occurs 200 times.
               10 ws-bd-requester       pic x(8).
               10 ws-bd-used            pic 9(8).
       01 ws-bud-idx                pic 9(4).
       01 ws-budget-reps            pic 9(5).
       01 ws-budget-total           pic 9(8).
       01 ws-more-subs              pic x value "Y".
           88 ws-no-more-subs           value "N".
      * The master test shared by the cards and the standing orders
      * - the message id and language to look for, and the NOTFD
      * the night would give when no effective row qualifies.
       01 ws-mst-message-id         pic x(6).
       01 ws-mst-language           pic x(3).
       01 ws-mst-reject-code        pic x(5).
       01 ws-mst-reject-text        pic x(50).
       01 ws-mst-found-flag         pic x value "N".
           88 ws-mst-found              value "Y".
       01 ws-more-rows              pic x value "Y".
           88 ws-no-more-rows           value "N".
       01 ws-edit-idx               pic 9(4).
       01 ws-edit-idx2              pic 9(4).
       01 ws-edit-idx3              pic 9(4).
       01 ws-group-requester        pic x(8).
       01 ws-prior-count            pic 9(4).
       01 ws-dept-name              pic x(30).
       01 ws-dept-contact           pic x(30).
       01 ws-grp-cards              pic 9(5).
       01 ws-grp-rejected           pic 9(5).
       01 ws-grp-warned             pic 9(5).
       01 ws-card-warned            pic x.
      *
       procedure division.
      *
       0010-start.
           perform 0015-read-parm-card.
           perform 0020-open-files.
           perform 0025-check-calendar.
           perform 0030-edit-requests.
           perform 0050-print-report.
           perform 0070-print-totals.
           perform 0080-close-out.
           if ws-cards-rejected > zero
                   or ws-cards-warned > zero
                   or ws-edit-overflow > zero
                   or ws-no-run-day
               move 4 to return-code
           end-if.
           goback.
      *
      * The run date is the night the cards are meant for - blank
      * is tonight, the normal daytime case; a date lets the desk
      * pre-edit a file staged for a later night (a Monday file on
      * a Friday afternoon) against that night's calendar,
      * subscriptions and seasonal rows.
      *
       0015-read-parm-card.
           accept ws-edt-parm from sysin.
           move function current-date(1:8) to ws-today.
           if ws-parm-run-date = spaces
               move ws-today to ws-run-date
           else
               if ws-parm-run-date not numeric
                   display "GREETEDT: RUN DATE " ws-parm-run-date
                       " NOT NUMERIC - RUN REFUSED"
                   move 8 to return-code
                   goback
               end-if
               move ws-parm-run-date to ws-run-date
           end-if.
           compute ws-run-date-int =
               function integer-of-date
                   (function numval(ws-run-date)).
           compute ws-run-dow =
               function mod(ws-run-date-int - 1, 7) + 1.
      *
       0020-open-files.
           open input request-file.
           open input greetings-file.
           if ws-greetings-status = "00"
               move "Y" to ws-greetings-avail
           else
               display "GREETEDT: GREETINGS NOT AVAILABLE - MESSAGE "
                   "IDS NOT EDITED THIS RUN"
           end-if.
           open input language-ref-file.
           if ws-langref-status = "00"
               move "Y" to ws-langref-avail
           else
               display "GREETEDT: LANGREF NOT AVAILABLE - LANGUAGE "
                   "CODES NOT EDITED THIS RUN"
           end-if.
           open input dept-ref-file.
           if ws-deptref-status = "00"
               move "Y" to ws-deptref-avail
           else
               display "GREETEDT: DEPTREF NOT AVAILABLE - REQUESTER "
                   "IDS NOT EDITED THIS RUN"
           end-if.
           open input subscription-file.
           if ws-subs-status = "00"
               move "Y" to ws-subs-avail
           else
               display "GREETEDT: GREETSUB NOT AVAILABLE - STANDING "
                   "ORDERS NOT CHECKED THIS RUN"
           end-if.
           open input consumption-file.
           evaluate ws-consumption-status
               when "00"
                   move "Y" to ws-consumption-avail
               when "35"
                   move "E" to ws-consumption-avail
               when other
                   display "GREETEDT: GREETCON NOT AVAILABLE - "
                       "MONTHLY BUDGETS NOT EDITED THIS RUN"
           end-evaluate.
           open output report-file.
      *
      * The same calendar test HELLODRV's 0011-check-calendar makes:
      * only an N row stops the night; no row, or no calendar, runs.
      *
       0025-check-calendar.
           open input calendar-file.
           if ws-calendar-status = "00"
               move ws-run-date to cl-calendar-date
               read calendar-file
                   invalid key
                       continue
                   not invalid key
                       if cl-no-run-day
                           move "Y" to ws-no-run-flag
                           move cl-holiday-desc to ws-no-run-desc
                       end-if
               end-read
               close calendar-file
           end-if.
      *
       0030-edit-requests.
           perform until ws-eof
               read request-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-cards-read
                       perform 0032-edit-one-card
               end-read
           end-perform.
      *
      * One card - the night's reject reason first, in the order the
      * night tests them (the night stops at the first, so only the
      * first is reported), then the warnings, which are all kept.
      *
       0032-edit-one-card.
           move spaces to ws-card-reject-code.
           move spaces to ws-card-reject-text.
           if rq-rep-count not numeric
               move "BADRP" to ws-card-reject-code
               move "rep count is not numeric"
                   to ws-card-reject-text
           else
               perform 0033-edit-requester
           end-if.
           if ws-card-reject-code = spaces
               perform 0034-edit-message
           end-if.
           if ws-card-reject-code = spaces
                   and ws-bud-idx > zero
               add ws-budget-reps to ws-bd-used(ws-bud-idx)
           end-if.
           if ws-edit-count < ws-max-edit-entries
               add 1 to ws-edit-count
               move ws-cards-read to ws-ed-card-no(ws-edit-count)
               move rq-requester-id to ws-ed-requester(ws-edit-count)
               move rq-message-id to ws-ed-message-id(ws-edit-count)
               move rq-language-code to ws-ed-language(ws-edit-count)
               move greeting-request-rec(15:5)
                   to ws-ed-rep-count(ws-edit-count)
               move ws-card-reject-code
                   to ws-ed-reject-code(ws-edit-count)
               move ws-card-reject-text
                   to ws-ed-reject-text(ws-edit-count)
               move zero to ws-ed-dup-of(ws-edit-count)
               move "N" to ws-ed-sub-flag(ws-edit-count)
               move "N" to ws-ed-nolng-flag(ws-edit-count)
               perform 0035-check-duplicate
               perform 0036-check-subscription
               perform 0038-check-language
               perform 0039-count-outcome
           else
               add 1 to ws-edit-overflow
               display "GREETEDT: edit table full at "
                   ws-max-edit-entries " cards - card "
                   ws-cards-read " for " rq-requester-id
                   " not edited"
           end-if.
      *
      * The DEPTREF edits of HELLODRV's 0045-edit-requester - not
      * on file, suspended, or over the department's ceiling.
      *
       0033-edit-requester.
           move zero to ws-bud-idx.
           if ws-deptref-usable
               move rq-requester-id to dp-requester-id
               read dept-ref-file
                   invalid key
                       move "NODEP" to ws-card-reject-code
                       move "requester id not on DEPTREF"
                           to ws-card-reject-text
               end-read
               if ws-card-reject-code = spaces
                       and dp-status-suspended
                   move "SUSPD" to ws-card-reject-code
                   move "department is suspended on DEPTREF"
                       to ws-card-reject-text
               end-if
               if ws-card-reject-code = spaces
                       and rq-rep-count > dp-rep-ceiling
                   move "LIMIT" to ws-card-reject-code
                   string "rep count over the department ceiling of "
                       dp-rep-ceiling
                       delimited by size into ws-card-reject-text
               end-if
               if ws-card-reject-code = spaces
                       and dp-monthly-budget > zero
                       and ws-consumption-usable
                   perform 0040-edit-budget
               end-if
           end-if.
      *
      * The night's NOTFD - HELLODRV loads the master rows for the
      * message id (and language, when the card names one) that are
      * effective on the run date, and rejects the request when none
      * qualify. The test itself is 0044-test-master, shared with
      * the standing orders the budget edit counts.
      *
       0034-edit-message.
           if ws-greetings-usable
               move rq-message-id to ws-mst-message-id
               move rq-language-code to ws-mst-language
               perform 0044-test-master
               move ws-mst-reject-code to ws-card-reject-code
               move ws-mst-reject-text to ws-card-reject-text
           end-if.
      *
      * A duplicate is a second card for the same requester, message
      * id and language - the night would issue both batches.
      *
       0035-check-duplicate.
           perform varying ws-edit-idx from 1 by 1
                   until ws-edit-idx >= ws-edit-count
                      or ws-ed-dup-of(ws-edit-count) not = zero
               if ws-ed-requester(ws-edit-idx) = rq-requester-id
                  and ws-ed-message-id(ws-edit-idx) = rq-message-id
                  and ws-ed-language(ws-edit-idx) = rq-language-code
                   move ws-ed-card-no(ws-edit-idx)
                       to ws-ed-dup-of(ws-edit-count)
               end-if
           end-perform.
      *
      * The night generates every active standing order due on the
      * run date ahead of the cards, so a card for the same key as
      * one that is due would be a second batch on top of it. The
      * due test is HELLODRV's 0047-generate-subscription.
      *
       0036-check-subscription.
           if ws-subs-usable
               move rq-requester-id to sb-requester-id
               move rq-message-id to sb-message-id
               move rq-language-code to sb-language-code
               read subscription-file
                   invalid key
                       continue
                   not invalid key
                       perform 0037-test-sub-due
                       if ws-sub-due
                           move "Y" to ws-ed-sub-flag(ws-edit-count)
                       end-if
               end-read
           end-if.
      *
       0037-test-sub-due.
           move "N" to ws-sub-due-flag.
           if sb-status-active
               evaluate true
                   when sb-freq-daily
                       set ws-sub-due to true
                   when sb-freq-weekly
                           and sb-frequency-day = ws-run-dow
                       set ws-sub-due to true
                   when sb-freq-monthly
                           and sb-frequency-day = ws-run-date(7:2)
                       set ws-sub-due to true
               end-evaluate
           end-if.
      *
      * A language code off the reference still runs at night if the
      * master happens to carry it, but it lands on GREETVAL - worth
      * the department hearing about before the desk does.
      *
       0038-check-language.
           if ws-langref-usable
                   and rq-language-code not = spaces
               move rq-language-code to lr-language-code
               read language-ref-file
                   invalid key
                       move "Y" to ws-ed-nolng-flag(ws-edit-count)
               end-read
           end-if.
      *
       0039-count-outcome.
           move "N" to ws-card-warned.
           if ws-ed-dup-of(ws-edit-count) not = zero
                   or ws-ed-sub-flag(ws-edit-count) = "Y"
                   or ws-ed-nolng-flag(ws-edit-count) = "Y"
               move "Y" to ws-card-warned
               add 1 to ws-cards-warned
           end-if.
           if ws-card-reject-code not = spaces
               add 1 to ws-cards-rejected
           end-if.
           if ws-card-reject-code = spaces
                   and ws-card-warned = "N"
               add 1 to ws-cards-clean
           end-if.
      *
      * HELLODRV's OVBUD edit - the whole batch (a zero count runs
      * the default 3) must fit in what the month has left.
      *
       0040-edit-budget.
           perform 0041-find-budget-entry.
           if ws-bud-idx > zero
               move rq-rep-count to ws-budget-reps
               if ws-budget-reps = zero
                   move 3 to ws-budget-reps
               end-if
               compute ws-budget-total =
                   ws-bd-used(ws-bud-idx) + ws-budget-reps
               if ws-budget-total > dp-monthly-budget
                   move "OVBUD" to ws-card-reject-code
                   string "month would reach " ws-budget-total
                       " against a budget of " dp-monthly-budget
                       delimited by size into ws-card-reject-text
                   move zero to ws-bud-idx
               end-if
           end-if.
      *
      * A department's first card opens its entry at the month's
      * consumption to date plus its standing orders due that night.
      *
       0041-find-budget-entry.
           perform varying ws-bud-idx from 1 by 1
                   until ws-bud-idx > ws-budget-count
                      or ws-bd-requester(ws-bud-idx) = rq-requester-id
               continue
           end-perform.
           if ws-bud-idx > ws-budget-count
               if ws-budget-count < ws-max-budget-entries
                   add 1 to ws-budget-count
                   move ws-budget-count to ws-bud-idx
                   move rq-requester-id to ws-bd-requester(ws-bud-idx)
                   move zero to ws-bd-used(ws-bud-idx)
                   if not ws-consumption-empty
                       move rq-requester-id to cu-requester-id
                       move ws-run-date(1:6) to cu-month
                       read consumption-file
                           invalid key
                               continue
                           not invalid key
                               move cu-consumed-count
                                   to ws-bd-used(ws-bud-idx)
                       end-read
                   end-if
                   perform 0042-add-due-subscriptions
               else
                   move zero to ws-bud-idx
                   display "GREETEDT: budget table full at "
                       ws-max-budget-entries " departments - "
                       rq-requester-id " not budget-edited"
               end-if
           end-if.
      *
      * The night generates standing orders ahead of the cards, so
      * they spend the budget first. Each is taken to issue when it
      * clears the same ceiling and budget edits a card does and
      * finds its master row - one the night rejects NOTFD never
      * reaches GREETCON.
      *
       0042-add-due-subscriptions.
           if ws-subs-usable
               move rq-requester-id to sb-requester-id
               move low-values to sb-message-id
               move low-values to sb-language-code
               move "Y" to ws-more-subs
               start subscription-file
                       key is not less than sb-subscription-key
                   invalid key
                       move "N" to ws-more-subs
               end-start
               perform until ws-no-more-subs
                   read subscription-file next record
                       at end
                           move "N" to ws-more-subs
                       not at end
                           if sb-requester-id not = rq-requester-id
                               move "N" to ws-more-subs
                           else
                               perform 0043-add-one-subscription
                           end-if
                   end-read
               end-perform
           end-if.
      *
       0043-add-one-subscription.
           perform 0037-test-sub-due.
           if ws-sub-due
                   and sb-rep-count not > dp-rep-ceiling
               move spaces to ws-mst-reject-code
               if ws-greetings-usable
                   move sb-message-id to ws-mst-message-id
                   move sb-language-code to ws-mst-language
                   perform 0044-test-master
               end-if
               if ws-mst-reject-code = spaces
                   move sb-rep-count to ws-budget-reps
                   if ws-budget-reps = zero
                       move 3 to ws-budget-reps
                   end-if
                   compute ws-budget-total =
                       ws-bd-used(ws-bud-idx) + ws-budget-reps
                   if ws-budget-total not > dp-monthly-budget
                       move ws-budget-total to ws-bd-used(ws-bud-idx)
                   end-if
               end-if
           end-if.
      *
      * The master holds one row per message id, so a keyed read
      * answers the night's question for a named message. A blank
      * message id takes every row effective on the run date (in
      * the language, when one is named), so it is rejected only
      * when the scan finds no such row at all.
      *
       0044-test-master.
           move spaces to ws-mst-reject-code ws-mst-reject-text.
           if ws-mst-message-id = spaces
               perform 0045-scan-master
           else
               move ws-mst-message-id to gr-message-id
               read greetings-file
                   invalid key
                       move "NOTFD" to ws-mst-reject-code
                       move "message id not on the GREETINGS master"
                           to ws-mst-reject-text
               end-read
               if ws-mst-reject-code = spaces
                       and ws-mst-language not = spaces
                       and ws-mst-language not = gr-language-code
                   move "NOTFD" to ws-mst-reject-code
                   string "message is on file in language "
                       gr-language-code " only"
                       delimited by size into ws-mst-reject-text
               end-if
               if ws-mst-reject-code = spaces
                       and ((gr-effective-from not = spaces
                               and gr-effective-from > ws-run-date)
                         or (gr-effective-to not = spaces
                               and gr-effective-to < ws-run-date))
                   move "NOTFD" to ws-mst-reject-code
                   string "message not in effect on run date ("
                       gr-effective-from "-" gr-effective-to ")"
                       delimited by size into ws-mst-reject-text
               end-if
           end-if.
      *
       0045-scan-master.
           move "N" to ws-mst-found-flag.
           move "Y" to ws-more-rows.
           move low-values to gr-message-id.
           start greetings-file key is not less than gr-message-id
               invalid key
                   move "N" to ws-more-rows
           end-start.
           perform until ws-no-more-rows or ws-mst-found
               read greetings-file next record
                   at end
                       move "N" to ws-more-rows
                   not at end
                       if (gr-effective-from = spaces
                              or gr-effective-from <= ws-run-date)
                          and (gr-effective-to = spaces
                              or gr-effective-to >= ws-run-date)
                          and (ws-mst-language = spaces
                              or gr-language-code = ws-mst-language)
                           set ws-mst-found to true
                       end-if
               end-read
           end-perform.
           if not ws-mst-found
               move "NOTFD" to ws-mst-reject-code
               if ws-mst-language = spaces
                   move "no active row in any language on run date"
                       to ws-mst-reject-text
               else
                   string "no active row in language "
                       ws-mst-language " on run date"
                       delimited by size into ws-mst-reject-text
               end-if
           end-if.
      *
      * One page section per distinct requester - a requester prints
      * when its first table occurrence is reached, the same
      * first-occurrence walk GREETCHG uses for its statements.
      *
       0050-print-report.
           move spaces to rpt-line.
           string "GREETING REQUEST PRE-EDIT REPORT  RUN DATE: "
               ws-run-date "  EDITED: " ws-today
               delimited by size into rpt-line.
           write rpt-line.
           if ws-no-run-day
               move spaces to rpt-line
               string "WARNING: " ws-run-date
                   " IS A NO-RUN DAY ON THE CALENDAR ("
                   ws-no-run-desc ") - NO CARD RUNS THAT NIGHT"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if not ws-greetings-usable or not ws-langref-usable
                   or not ws-deptref-usable or not ws-subs-usable
                   or not ws-consumption-usable
               move spaces to rpt-line
               string "NOTE: A REFERENCE FILE WAS NOT AVAILABLE - SEE"
                   " THE JOB LOG FOR THE EDITS SKIPPED"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-edit-count = zero
               move spaces to rpt-line
               write rpt-line
               move spaces to rpt-line
               string "NO CARDS ON THE REQUESTS FILE"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           perform varying ws-edit-idx from 1 by 1
                   until ws-edit-idx > ws-edit-count
               move ws-ed-requester(ws-edit-idx)
                   to ws-group-requester
               perform 0052-check-requester-unprinted
               if ws-prior-count = zero
                   perform 0054-print-one-requester
               end-if
           end-perform.
      *
       0052-check-requester-unprinted.
           move zero to ws-prior-count.
           perform varying ws-edit-idx2 from 1 by 1
                   until ws-edit-idx2 >= ws-edit-idx
               if ws-ed-requester(ws-edit-idx2) = ws-group-requester
                   add 1 to ws-prior-count
               end-if
           end-perform.
      *
       0054-print-one-requester.
           perform 0056-lookup-dept-name.
           move zero to ws-grp-cards.
           move zero to ws-grp-rejected.
           move zero to ws-grp-warned.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "REQUESTER " ws-group-requester
               "  " ws-dept-name
               "  ATTN: " ws-dept-contact
               delimited by size into rpt-line.
           write rpt-line.
           if ws-no-run-day
               move spaces to rpt-line
               string "  ** " ws-run-date
                   " IS A NO-RUN DAY - THESE CARDS WILL NOT RUN"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           perform varying ws-edit-idx2 from 1 by 1
                   until ws-edit-idx2 > ws-edit-count
               if ws-ed-requester(ws-edit-idx2) = ws-group-requester
                   perform 0058-print-one-card
               end-if
           end-perform.
           move spaces to rpt-line.
           string "  CARDS: " ws-grp-cards
               "  WILL BE REJECTED: " ws-grp-rejected
               "  WITH WARNINGS: " ws-grp-warned
               delimited by size into rpt-line.
           write rpt-line.
      *
       0056-lookup-dept-name.
           move spaces to ws-dept-name.
           move spaces to ws-dept-contact.
           if ws-deptref-usable
               move ws-group-requester to dp-requester-id
               read dept-ref-file
                   invalid key
                       move "NOT ON REQUESTER REFERENCE"
                           to ws-dept-name
                   not invalid key
                       move dp-department-name to ws-dept-name
                       move dp-contact-name to ws-dept-contact
               end-read
           end-if.
      *
       0058-print-one-card.
           add 1 to ws-grp-cards.
           move spaces to rpt-line.
           if ws-ed-reject-code(ws-edit-idx2) not = spaces
               add 1 to ws-grp-rejected
               string "  CARD " ws-ed-card-no(ws-edit-idx2)
                   "  " ws-ed-message-id(ws-edit-idx2)
                   " " ws-ed-language(ws-edit-idx2)
                   "  REPS " ws-ed-rep-count(ws-edit-idx2)
                   "  WILL BE REJECTED "
                   ws-ed-reject-code(ws-edit-idx2)
                   delimited by size into rpt-line
               write rpt-line
               move spaces to rpt-line
               string "             " ws-ed-reject-text(ws-edit-idx2)
                   delimited by size into rpt-line
           else
               string "  CARD " ws-ed-card-no(ws-edit-idx2)
                   "  " ws-ed-message-id(ws-edit-idx2)
                   " " ws-ed-language(ws-edit-idx2)
                   "  REPS " ws-ed-rep-count(ws-edit-idx2)
                   "  OK"
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
           move "N" to ws-card-warned.
           if ws-ed-dup-of(ws-edit-idx2) not = zero
               move "Y" to ws-card-warned
               move spaces to rpt-line
               string "             WARNING DUPLC - SAME REQUESTER, "
                   "MESSAGE AND LANGUAGE AS CARD "
                   ws-ed-dup-of(ws-edit-idx2)
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-ed-sub-flag(ws-edit-idx2) = "Y"
               move "Y" to ws-card-warned
               move spaces to rpt-line
               string "             WARNING SUBDU - REPEATS A STANDING"
                   " ORDER ALREADY DUE THAT NIGHT"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-ed-nolng-flag(ws-edit-idx2) = "Y"
               move "Y" to ws-card-warned
               move spaces to rpt-line
               string "             WARNING NOLNG - LANGUAGE CODE NOT "
                   "ON THE LANGREF REFERENCE"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-card-warned = "Y"
               add 1 to ws-grp-warned
           end-if.
      *
       0070-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CARDS READ:          " ws-cards-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CARDS CLEAN:         " ws-cards-clean
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "WILL BE REJECTED:    " ws-cards-rejected
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "WITH WARNINGS:       " ws-cards-warned
               delimited by size into rpt-line.
           write rpt-line.
           if ws-edit-overflow > zero
               move spaces to rpt-line
               string "NOTE: " ws-edit-overflow
                   " CARDS BEYOND THE FIRST " ws-max-edit-entries
                   " WERE NOT EDITED - SPLIT THE FILE AND RERUN"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0080-close-out.
           close request-file.
           if ws-greetings-usable
               close greetings-file
           end-if.
           if ws-langref-usable
               close language-ref-file
           end-if.
           if ws-deptref-usable
               close dept-ref-file
           end-if.
           if ws-subs-usable
               close subscription-file
           end-if.
           if ws-consumption-avail = "Y"
               close consumption-file
           end-if.
           close report-file.
