       id division.
       program-id. greetapv.
      *
      * Approval run for dual-controlled maintenance of the
      * GREETINGS master and the LANGREF reference. GREETMNT and
      * LANGMNT only edit and queue their cards on the GREETPND
      * pending-changes file; this run reads the checkers' approve
      * and reject cards against those pending items. A card from
      * the same user id that submitted the change is refused - the
      * whole point is that a second person has seen it. An
      * approved change is applied to its master here, rechecked
      * against the row as it stands now (it may have been added or
      * deleted since it was queued), and journaled to GREETJRN
      * under the owning maintenance program's name with both the
      * maker and the checker user ids, so GREETHST history reads
      * exactly as it did before plus who let the change through. A
      * rejected change is closed with the checker's reason and
      * nothing is applied. Every decision is reported with the
      * before/after detail, and the run ends with an aging report
      * of every item still pending longer than the day threshold
      * on the parameter card, so a change nobody has looked at
      * does not sit in the queue unnoticed. Any aged item ends the
      * run with condition code 4.
      *
       environment division.
       input-output section.
       file-control.
           select pending-file assign to "GREETPND"
               organization is indexed
               access mode is dynamic
               record key is pc-pending-id
               file status is ws-pending-status.
           select approval-file assign to "GREETAPC"
               organization is sequential
               file status is ws-approval-status.
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
           select journal-file assign to "GREETJRN"
               organization is sequential
               file status is ws-journal-status.
           select report-file assign to "GREETAPR"
               organization is sequential
               file status is ws-report-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
       fd  pending-file.
           copy GREETPND.
      *
       fd  approval-file.
       01 approval-card-rec.
           05 ap-pending-id         pic x(7).
           05 ap-pending-id-n redefines ap-pending-id
                                    pic 9(7).
           05 ap-decision           pic x.
           05 ap-checker-id         pic x(8).
           05 ap-reason             pic x(40).
           05 filler                pic x(24).
      *
       fd  greetings-file.
           copy GREETREC.
      *
       fd  language-ref-file.
           copy LANGREF.
      *
       fd  journal-file.
           copy GREETJRN.
      *
       fd  report-file.
       01 rpt-line                  pic x(132).
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-pending-status         pic xx.
       01 ws-approval-status        pic xx.
       01 ws-greetings-status       pic xx.
       01 ws-langref-status         pic xx.
       01 ws-journal-status         pic xx.
       01 ws-report-status          pic xx.
       01 ws-stats-status           pic xx.
       01 ws-step-start             pic x(21).
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-current-timestamp      pic x(21).
       01 ws-apv-parm.
           05 ws-parm-aging-days       pic 9(3).
           05 filler                   pic x(77).
       01 ws-aging-days             pic 9(3) value 5.
       01 ws-cards-read             pic 9(5) value zero.
       01 ws-changes-applied        pic 9(5) value zero.
       01 ws-changes-rejected       pic 9(5) value zero.
       01 ws-apply-failures         pic 9(5) value zero.
       01 ws-cards-refused          pic 9(5) value zero.
       01 ws-still-pending          pic 9(5) value zero.
       01 ws-aged-count             pic 9(5) value zero.
       01 ws-card-error             pic x(40).
       01 ws-apply-error            pic x(40).
       01 ws-before-detail          pic x(60).
       01 ws-after-detail           pic x(60).
       01 ws-jrn-before             pic x(85).
       01 ws-jrn-after              pic x(85).
       01 ws-pending-age            pic s9(5).
       01 ws-pending-age-days       pic 9(5).
      *
      * The queued card images, unpacked into their own layouts
      * when the change is applied.
           copy GREETTRN.
           copy LANGTRN.
      *
       procedure division.
      *
       0010-start.
           move function current-date to ws-step-start.
           perform 0015-read-parm-card.
           perform 0020-init.
           perform 0030-process-cards.
           perform 0060-report-aging.
           perform 0070-print-totals.
           perform 0080-close-out.
           if ws-aged-count > zero
               move 4 to return-code
           end-if.
           perform 0090-write-job-stats.
           goback.
      *
       0015-read-parm-card.
           accept ws-apv-parm from sysin.
           move function current-date(1:8) to ws-run-date.
           if ws-parm-aging-days is numeric
                   and ws-parm-aging-days > zero
               move ws-parm-aging-days to ws-aging-days
           end-if.
      *
       0020-init.
           open i-o pending-file.
           if ws-pending-status = "35"
               open output pending-file
               close pending-file
               open i-o pending-file
           end-if.
           open i-o greetings-file.
           if ws-greetings-status = "35"
               open output greetings-file
               close greetings-file
               open i-o greetings-file
           end-if.
           open i-o language-ref-file.
           if ws-langref-status = "35"
               open output language-ref-file
               close language-ref-file
               open i-o language-ref-file
           end-if.
           open output report-file.
           move spaces to rpt-line.
           string "MAINTENANCE APPROVAL REPORT  RUN DATE: "
               ws-run-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
      *
      * A night with no approval cards is not an error - the aging
      * report below is what chases the queue.
      *
       0030-process-cards.
           open input approval-file.
           if ws-approval-status not = "00"
               move spaces to rpt-line
               string "NO APPROVAL CARDS THIS RUN"
                   delimited by size into rpt-line
               write rpt-line
           else
               perform until ws-eof
                   read approval-file
                       at end
                           set ws-eof to true
                       not at end
                           add 1 to ws-cards-read
                           perform 0031-process-one-card
                   end-read
               end-perform
               close approval-file
           end-if.
      *
       0031-process-one-card.
           move spaces to ws-card-error.
           move spaces to ws-apply-error.
           move spaces to ws-before-detail.
           move spaces to ws-after-detail.
           move spaces to ws-jrn-before.
           move spaces to ws-jrn-after.
           perform 0032-edit-card.
           if ws-card-error not = spaces
               add 1 to ws-cards-refused
               move spaces to rpt-line
               string "PENDING " ap-pending-id " " ap-decision
                   " " ap-checker-id
                   "  CARD REFUSED: " ws-card-error
                   delimited by size into rpt-line
               write rpt-line
           else
               move function current-date to ws-current-timestamp
               if ap-decision = "A"
                   perform 0035-apply-change
               else
                   perform 0038-reject-change
               end-if
               perform 0039-report-decision
           end-if.
      *
      * The card must name a pending item still awaiting a decision,
      * and the checker may not be the maker.
      *
       0032-edit-card.
           if ap-pending-id not numeric
                   or ap-pending-id-n = zero
               move "pending id not numeric" to ws-card-error
           end-if.
           if ws-card-error = spaces
                   and ap-decision not = "A" and "R"
               move "decision must be A or R" to ws-card-error
           end-if.
           if ws-card-error = spaces
                   and ap-checker-id = spaces
               move "checker user id missing" to ws-card-error
           end-if.
           if ws-card-error = spaces
                   and ap-decision = "R"
                   and ap-reason = spaces
               move "a rejection needs a reason" to ws-card-error
           end-if.
           if ws-card-error = spaces
               move ap-pending-id-n to pc-pending-id
               read pending-file
                   invalid key
                       move "no pending change with that id"
                           to ws-card-error
               end-read
           end-if.
           if ws-card-error = spaces
                   and not pc-status-pending
               move "change already decided" to ws-card-error
           end-if.
           if ws-card-error = spaces
                   and ap-checker-id = pc-maker-id
               move "checker is the maker - second user needed"
                   to ws-card-error
           end-if.
      *
       0035-apply-change.
           evaluate pc-source-program
               when "GREETMNT"
                   move pc-tran-image to greeting-tran-rec
                   evaluate gt-action
                       when "ADD"
                           perform 0041-apply-greeting-add
                       when "CHG"
                           perform 0042-apply-greeting-change
                       when "DEL"
                           perform 0043-apply-greeting-delete
                   end-evaluate
               when "LANGMNT"
                   move pc-tran-image to language-tran-rec
                   evaluate lt-action
                       when "ADD"
                           perform 0045-apply-language-add
                       when "CHG"
                           perform 0046-apply-language-change
                       when "DEL"
                           perform 0047-apply-language-delete
                   end-evaluate
               when other
                   move "pending change from unknown program"
                       to ws-apply-error
           end-evaluate.
           move ap-checker-id to pc-checker-id.
           move ws-current-timestamp to pc-decision-timestamp.
           if ws-apply-error = spaces
               move "A" to pc-status
               move spaces to pc-decision-reason
               add 1 to ws-changes-applied
               perform 0037-write-journal
           else
               move "F" to pc-status
               move ws-apply-error to pc-decision-reason
               add 1 to ws-apply-failures
           end-if.
           rewrite pending-change-rec.
      *
      * One journal row per applied change - opened extend per
      * write as GREETMNT always did, under the owning maintenance
      * program's name, with the maker and the checker.
      *
       0037-write-journal.
           open extend journal-file.
           if ws-journal-status = "35"
               open output journal-file
           end-if.
           move ws-current-timestamp to jr-timestamp.
           move pc-source-program to jr-program.
           move pc-action to jr-action.
           move pc-record-key to jr-record-key.
           move ws-jrn-before to jr-before-image.
           move ws-jrn-after to jr-after-image.
           move pc-maker-id to jr-maker-id.
           move pc-checker-id to jr-checker-id.
           write change-journal-rec.
           close journal-file.
      *
       0038-reject-change.
           move "R" to pc-status.
           move ap-checker-id to pc-checker-id.
           move ws-current-timestamp to pc-decision-timestamp.
           move ap-reason to pc-decision-reason.
           rewrite pending-change-rec.
           add 1 to ws-changes-rejected.
      *
       0039-report-decision.
           move spaces to rpt-line.
           evaluate true
               when pc-status-applied
                   string "PENDING " pc-pending-id " "
                       pc-source-program " " pc-action " "
                       pc-record-key "  APPLIED  MAKER "
                       pc-maker-id "  CHECKER " pc-checker-id
                       delimited by size into rpt-line
               when pc-status-failed
                   string "PENDING " pc-pending-id " "
                       pc-source-program " " pc-action " "
                       pc-record-key "  APPROVED BUT NOT APPLIED: "
                       pc-decision-reason
                       delimited by size into rpt-line
               when other
                   string "PENDING " pc-pending-id " "
                       pc-source-program " " pc-action " "
                       pc-record-key "  REJECTED BY " pc-checker-id
                       ": " pc-decision-reason
                       delimited by size into rpt-line
           end-evaluate.
           write rpt-line.
           if ws-before-detail not = spaces
               move spaces to rpt-line
               string "           BEFORE: " ws-before-detail
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-after-detail not = spaces
               move spaces to rpt-line
               string "           AFTER:  " ws-after-detail
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0041-apply-greeting-add.
           move gt-message-id to gr-message-id.
           read greetings-file
               invalid key
                   continue
           end-read.
           if ws-greetings-status = "00"
               move gr-message-text to ws-before-detail
               move "message id already on master" to ws-apply-error
           else
               move gt-message-id to gr-message-id
               move gt-language-code to gr-language-code
               move gt-message-text to gr-message-text
               move gt-effective-from to gr-effective-from
               move gt-effective-to to gr-effective-to
               move greeting-rec to ws-jrn-after
               write greeting-rec
                   invalid key
                       move "write to master rejected"
                           to ws-apply-error
               end-write
               move gt-message-text to ws-after-detail
           end-if.
      *
       0042-apply-greeting-change.
           move gt-message-id to gr-message-id.
           read greetings-file
               invalid key
                   move "message id not found on master"
                       to ws-apply-error
           end-read.
           if ws-apply-error = spaces
               move gr-message-text to ws-before-detail
               move greeting-rec to ws-jrn-before
               move gt-language-code to gr-language-code
               move gt-message-text to gr-message-text
               move gt-effective-from to gr-effective-from
               move gt-effective-to to gr-effective-to
               move greeting-rec to ws-jrn-after
               rewrite greeting-rec
                   invalid key
                       move "rewrite to master rejected"
                           to ws-apply-error
               end-rewrite
               move gt-message-text to ws-after-detail
           end-if.
      *
       0043-apply-greeting-delete.
           move gt-message-id to gr-message-id.
           read greetings-file
               invalid key
                   move "message id not found on master"
                       to ws-apply-error
           end-read.
           if ws-apply-error = spaces
               move gr-message-text to ws-before-detail
               move greeting-rec to ws-jrn-before
               delete greetings-file
                   invalid key
                       move "delete from master rejected"
                           to ws-apply-error
               end-delete
           end-if.
      *
       0045-apply-language-add.
           move lt-language-code to lr-language-code.
           read language-ref-file
               invalid key
                   continue
           end-read.
           if ws-langref-status = "00"
               move lr-language-name to ws-before-detail
               move "language code already on reference"
                   to ws-apply-error
           else
               move lt-language-code to lr-language-code
               move lt-language-name to lr-language-name
               move language-ref-rec to ws-jrn-after
               write language-ref-rec
                   invalid key
                       move "write to reference rejected"
                           to ws-apply-error
               end-write
               move lt-language-name to ws-after-detail
           end-if.
      *
       0046-apply-language-change.
           move lt-language-code to lr-language-code.
           read language-ref-file
               invalid key
                   move "language code not on reference"
                       to ws-apply-error
           end-read.
           if ws-apply-error = spaces
               move lr-language-name to ws-before-detail
               move language-ref-rec to ws-jrn-before
               move lt-language-name to lr-language-name
               move language-ref-rec to ws-jrn-after
               rewrite language-ref-rec
                   invalid key
                       move "rewrite to reference rejected"
                           to ws-apply-error
               end-rewrite
               move lt-language-name to ws-after-detail
           end-if.
      *
       0047-apply-language-delete.
           move lt-language-code to lr-language-code.
           read language-ref-file
               invalid key
                   move "language code not on reference"
                       to ws-apply-error
           end-read.
           if ws-apply-error = spaces
               move lr-language-name to ws-before-detail
               move language-ref-rec to ws-jrn-before
               delete language-ref-file
                   invalid key
                       move "delete from reference rejected"
                           to ws-apply-error
               end-delete
           end-if.
      *
      * Walk every item still pending - anything submitted longer
      * ago than the threshold is printed with its maker so the desk
      * can chase a checker. Row zero is the id control row.
      *
       0060-report-aging.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CHANGES PENDING APPROVAL OVER " ws-aging-days
               " DAYS"
               delimited by size into rpt-line.
           write rpt-line.
           move "N" to ws-eof-flag.
           move 1 to pc-pending-id.
           start pending-file key not < pc-pending-id
               invalid key
                   set ws-eof to true
           end-start.
           perform until ws-eof
               read pending-file next record
                   at end
                       set ws-eof to true
                   not at end
                       if pc-status-pending
                           perform 0065-check-one-pending
                       end-if
               end-read
           end-perform.
           if ws-aged-count = zero
               move spaces to rpt-line
               string "NONE - NO CHANGE WAITING PAST THE THRESHOLD"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0065-check-one-pending.
           add 1 to ws-still-pending.
           compute ws-pending-age =
               function integer-of-date (function numval(ws-run-date))
             - function integer-of-date
                   (function numval(pc-submit-timestamp(1:8))).
           if ws-pending-age > ws-aging-days
               add 1 to ws-aged-count
               move ws-pending-age to ws-pending-age-days
               move spaces to rpt-line
               string "PENDING " pc-pending-id " "
                   pc-source-program " " pc-action " "
                   pc-record-key "  MAKER " pc-maker-id
                   "  SUBMITTED " pc-submit-timestamp(1:8)
                   "  WAITING " ws-pending-age-days " DAYS"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0070-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "APPROVAL CARDS READ:     " ws-cards-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CHANGES APPLIED:         " ws-changes-applied
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "APPROVED, NOT APPLIED:   " ws-apply-failures
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CHANGES REJECTED:        " ws-changes-rejected
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CARDS REFUSED:           " ws-cards-refused
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "STILL PENDING:           " ws-still-pending
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "PENDING OVER THRESHOLD:  " ws-aged-count
               delimited by size into rpt-line.
           write rpt-line.
      *
       0080-close-out.
           close pending-file.
           close greetings-file.
           close language-ref-file.
           close report-file.
      *
      * One row on the cumulative job-statistics file as the step
      * ends, whatever it ends with, for the GREETWIN batch-window
      * report.
      *
       0090-write-job-stats.
           open extend job-stats-file.
           if ws-stats-status = "35"
               open output job-stats-file
           end-if.
           initialize job-stats-rec.
           move "GREETAPV" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "GREETAPC" to st-file-ddname(1).
           move ws-cards-read to st-records-read(1).
           move "GREETPND" to st-file-ddname(2).
           compute st-records-written(2) =
               ws-changes-applied + ws-apply-failures
               + ws-changes-rejected.
           move "GREETJRN" to st-file-ddname(3).
           move ws-changes-applied to st-records-written(3).
           write job-stats-rec.
           close job-stats-file.
