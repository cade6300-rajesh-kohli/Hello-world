       program-id. greetmnt.
      *
      * Batch maintenance for the GREETINGS master. Reads a card file
      * of ADD/CHG/DEL transactions, edits them against the master,
      * rejects the bad ones with a reason, and prints a before/after
      * maintenance report with control totals so every change to
      * greeting content is audited here rather than hand-edited into
      * the file. Greeting text goes out to every department the
      * night it changes, so the master is under dual control: a
      * good card is not applied here but queued on the GREETPND
      * pending-changes file with the submitting user id from the
      * card, and only lands on the master when GREETAPV takes an
      * approve card for it from a different user id. GREETAPV then
      * journals it to the cumulative GREETJRN file with the full
      * before- and after-image of the master row and both user ids,
      * so the change history outlives the report sysout and
      * GREETHST can answer who changed what, who let it through,
      * and when, long after the paper is gone.
      *
       environment division.
       input-output section.
               access mode is dynamic
               record key is lr-language-code
               file status is ws-langref-status.
           select pending-file assign to "GREETPND"
               organization is indexed
               access mode is dynamic
               record key is pc-pending-id
               file status is ws-pending-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
       fd  language-ref-file.
           copy LANGREF.
      *
       fd  pending-file.
           copy GREETPND.
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-greetings-status       pic xx.
       01 ws-tran-status            pic xx.
       01 ws-report-status          pic xx.
       01 ws-stats-status           pic xx.
       01 ws-step-start             pic x(21).
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-trans-read             pic 9(5) value zero.
       01 ws-adds-queued            pic 9(5) value zero.
       01 ws-changes-queued         pic 9(5) value zero.
       01 ws-deletes-queued         pic 9(5) value zero.
       01 ws-trans-rejected         pic 9(5) value zero.
       01 ws-reject-reason          pic x(40).
       01 ws-before-text            pic x(60).
       01 ws-langref-status         pic xx.
       01 ws-langref-avail          pic x value "N".
           88 ws-langref-usable         value "Y".
       01 ws-pending-status         pic xx.
       01 ws-current-timestamp      pic x(21).
       01 ws-pending-id             pic 9(7).
      *
       procedure division.
      *
       0010-start.
           move function current-date to ws-step-start.
           perform 0020-init.
           perform 0030-process-trans.
           perform 0040-print-totals.
           perform 0050-close-out.
           perform 0090-write-job-stats.
           goback.
      *
       0020-init.
           move function current-date(1:8) to ws-run-date.
           open input greetings-file.
           if ws-greetings-status = "35"
               open output greetings-file
               close greetings-file
               open input greetings-file
           end-if.
           open i-o pending-file.
           if ws-pending-status = "35"
               open output pending-file
               close pending-file
               open i-o pending-file
           end-if.
           open input tran-file.
           open output report-file.
           end-perform.
      *
      * One transaction - edit it, then route to the add/change/delete
      * leg, which checks it against the master as it stands now so
      * the maker hears about a duplicate add or a missing row today
      * rather than when the checker gets to it. Every leg leaves
      * ws-reject-reason set (or spaces) so the report line for the
      * transaction can be written in one place.
      *
       0031-apply-tran.
           move spaces to ws-reject-reason.
           move spaces to ws-before-text.
           move zero to ws-pending-id.
           perform 0032-edit-tran.
           if ws-reject-reason = spaces
               evaluate gt-action
                   when "ADD"
                       perform 0033-check-add
                   when "CHG"
                       perform 0034-check-change
                   when "DEL"
                       perform 0035-check-delete
               end-evaluate
           end-if.
           if ws-reject-reason = spaces
               perform 0037-queue-pending
           end-if.
           perform 0036-report-tran.
      *
                   and gt-message-id = spaces
               move "message id missing" to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and gt-maker-id = spaces
               move "submitting user id missing" to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and gt-action not = "DEL"
                   and gt-message-text = spaces
                   to ws-reject-reason
           end-if.
      *
       0033-check-add.
           move gt-message-id to gr-message-id.
           read greetings-file
               invalid key
           if ws-greetings-status = "00"
               move gr-message-text to ws-before-text
               move "message id already on master" to ws-reject-reason
           end-if.
      *
       0034-check-change.
           move gt-message-id to gr-message-id.
           read greetings-file
               invalid key
           end-read.
           if ws-reject-reason = spaces
               move gr-message-text to ws-before-text
           end-if.
      *
       0035-check-delete.
           move gt-message-id to gr-message-id.
           read greetings-file
               invalid key
           end-read.
           if ws-reject-reason = spaces
               move gr-message-text to ws-before-text
           end-if.
      *
      * Queue the card for approval under the next pending id. Row
      * zero of the pending file carries the last id issued; the
      * first card ever queued lays it down.
      *
       0037-queue-pending.
           move function current-date to ws-current-timestamp.
           move zero to pc-pending-id.
           read pending-file
               invalid key
                   move spaces to pending-change-rec
                   move zero to pc-pending-id
                   move zero to pc-last-pending-id
                   write pending-change-rec
           end-read.
           add 1 to pc-last-pending-id.
           move pc-last-pending-id to ws-pending-id.
           rewrite pending-change-rec.
           move spaces to pending-change-rec.
           move ws-pending-id to pc-pending-id.
           move "GREETMNT" to pc-source-program.
           move gt-action to pc-action.
           move gt-message-id to pc-record-key.
           move "P" to pc-status.
           move gt-maker-id to pc-maker-id.
           move ws-current-timestamp to pc-submit-timestamp.
           move greeting-tran-rec to pc-tran-image.
           write pending-change-rec
               invalid key
                   move zero to ws-pending-id
                   move "write to pending file rejected"
                       to ws-reject-reason
           end-write.
           if ws-reject-reason = spaces
               evaluate gt-action
                   when "ADD"
                       add 1 to ws-adds-queued
                   when "CHG"
                       add 1 to ws-changes-queued
                   when "DEL"
                       add 1 to ws-deletes-queued
               end-evaluate
           end-if.
      *
      * One report line per transaction - action, key, old and new
      * text where they apply, and the reject reason when the
      * transaction was not queued.
      *
       0036-report-tran.
           if ws-reject-reason not = spaces
           else
               move spaces to rpt-line
               string gt-action " " gt-message-id
                   "  QUEUED FOR APPROVAL AS PENDING " ws-pending-id
                   "  MAKER " gt-maker-id
                   delimited by size into rpt-line
               write rpt-line
           end-if.
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ADDS QUEUED:         " ws-adds-queued
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CHANGES QUEUED:      " ws-changes-queued
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "DELETES QUEUED:      " ws-deletes-queued
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
      *
       0050-close-out.
           close greetings-file.
           close pending-file.
           close tran-file.
           close report-file.
           if ws-langref-usable
               close language-ref-file
           end-if.
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
           move "GREETMNT" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "GREETTRN" to st-file-ddname(1).
           move ws-trans-read to st-records-read(1).
           move "GREETPND" to st-file-ddname(2).
           compute st-records-written(2) =
               ws-adds-queued + ws-changes-queued + ws-deletes-queued.
           write job-stats-rec.
           close job-stats-file.
