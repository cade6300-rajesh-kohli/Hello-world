       id division.
       program-id. ratemnt.
      *
      * Batch maintenance for the GREETRAT rate card GREETCHG prices
      * the monthly chargeback from. Reads a card file of ADD/CHG/DEL
      * transactions, applies the good ones to the rate card, rejects
      * the bad ones with a reason, and prints a before/after
      * maintenance report with control totals - the same audited
      * change process the other references get. Because a rate is
      * money, every applied transaction is also journaled to the
      * cumulative GREETJRN file with the before- and after-image of
      * the rate row and the submitting user id from the card, the
      * way the master's changes are journaled, so GREETHST can say
      * what a line was priced at and who changed it. Journal keys
      * are RT plus the message id for a message rate, RTL- plus
      * the language code for a language rate, and RTHOUSE for the
      * house rate, which keeps rate history apart from the master
      * and language rows on the same journal. The eight-byte
      * journal key has no room for the language and effective
      * date as well, so one key carries every rate row for its
      * message, language or the house - the images carry the full
      * rate key, and GREETHST lists them rather than replaying
      * them to an as-of price. A
      * price change is normally an ADD of a new row with a later
      * effective date - CHG corrects a row already on file, and DEL
      * removes one keyed in error.
      *
       environment division.
       input-output section.
       file-control.
           select rate-file assign to "GREETRAT"
               organization is indexed
               access mode is dynamic
               record key is rt-rate-key
               file status is ws-rate-status.
           select tran-file assign to "RATETRN"
               organization is sequential
               file status is ws-tran-status.
           select report-file assign to "RATEMRP"
               organization is sequential
               file status is ws-report-status.
           select language-ref-file assign to "LANGREF"
               organization is indexed
               access mode is dynamic
               record key is lr-language-code
               file status is ws-langref-status.
           select journal-file assign to "GREETJRN"
               organization is sequential
               file status is ws-journal-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
       fd  rate-file.
           copy GREETRAT.
      *
       fd  tran-file.
       01 rate-tran-rec.
           05 ra-action             pic x(3).
           05 ra-message-id         pic x(6).
           05 ra-language-code      pic x(3).
           05 ra-effective-date     pic x(8).
           05 ra-unit-rate          pic x(7).
           05 ra-unit-rate-n redefines ra-unit-rate
                                    pic 9(3)v9(4).
           05 ra-description        pic x(30).
           05 ra-maker-id           pic x(8).
           05 filler                pic x(15).
      *
       fd  report-file.
       01 rpt-line                  pic x(100).
      *
       fd  language-ref-file.
           copy LANGREF.
      *
       fd  journal-file.
           copy GREETJRN.
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-rate-status            pic xx.
       01 ws-tran-status            pic xx.
       01 ws-report-status          pic xx.
       01 ws-langref-status         pic xx.
       01 ws-langref-avail          pic x value "N".
           88 ws-langref-usable         value "Y".
       01 ws-journal-status         pic xx.
       01 ws-stats-status           pic xx.
       01 ws-step-start             pic x(21).
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-current-timestamp      pic x(21).
       01 ws-trans-read             pic 9(5) value zero.
       01 ws-adds-applied           pic 9(5) value zero.
       01 ws-changes-applied        pic 9(5) value zero.
       01 ws-deletes-applied        pic 9(5) value zero.
       01 ws-trans-rejected         pic 9(5) value zero.
       01 ws-reject-reason          pic x(40).
       01 ws-before-detail          pic x(50).
       01 ws-jrn-before             pic x(85).
       01 ws-jrn-after              pic x(85).
       01 ws-jrn-key                pic x(8).
       01 ws-rate-dsp               pic zz9.9999.
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
           open i-o rate-file.
           if ws-rate-status = "35"
               open output rate-file
               close rate-file
               open i-o rate-file
           end-if.
           open input tran-file.
           open output report-file.
           open input language-ref-file.
           if ws-langref-status = "00"
               move "Y" to ws-langref-avail
           else
               display "RATEMNT: LANGREF NOT AVAILABLE - "
                   "LANGUAGE CODES NOT VALIDATED THIS RUN"
           end-if.
           move spaces to rpt-line.
           string "GREETING RATE CARD MAINTENANCE REPORT  RUN DATE: "
               ws-run-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
      *
       0030-process-trans.
           perform until ws-eof
               read tran-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-trans-read
                       perform 0031-apply-tran
               end-read
           end-perform.
      *
       0031-apply-tran.
           move spaces to ws-reject-reason.
           move spaces to ws-before-detail.
           move spaces to ws-jrn-before.
           move spaces to ws-jrn-after.
           perform 0032-edit-tran.
           if ws-reject-reason = spaces
               evaluate ra-action
                   when "ADD"
                       perform 0033-apply-add
                   when "CHG"
                       perform 0034-apply-change
                   when "DEL"
                       perform 0035-apply-delete
               end-evaluate
           end-if.
           if ws-reject-reason = spaces
               perform 0037-write-journal
           end-if.
           perform 0036-report-tran.
      *
      * The effective date is part of the key, so it is edited on
      * every action; the rate itself only where one is being set.
      * A blank message id and language is the house rate, not an
      * error.
      *
       0032-edit-tran.
           if ra-action not = "ADD" and "CHG" and "DEL"
               move "action must be ADD, CHG or DEL"
                   to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and ra-maker-id = spaces
               move "submitting user id missing" to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and ra-effective-date not numeric
               move "effective date not numeric"
                   to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and function test-date-yyyymmdd
                       (function numval(ra-effective-date)) not = zero
               move "effective date not a calendar date"
                   to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and ra-action not = "DEL"
                   and ra-unit-rate not numeric
               move "unit rate not numeric" to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and ra-action not = "DEL"
                   and ra-unit-rate-n = zero
               move "unit rate is zero" to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and ra-action not = "DEL"
                   and ra-language-code not = spaces
                   and ws-langref-usable
               move ra-language-code to lr-language-code
               read language-ref-file
                   invalid key
                       move "language code not on reference file"
                           to ws-reject-reason
               end-read
           end-if.
      *
       0033-apply-add.
           move ra-message-id to rt-message-id.
           move ra-language-code to rt-language-code.
           move ra-effective-date to rt-effective-date.
           read rate-file
               invalid key
                   continue
           end-read.
           if ws-rate-status = "00"
               perform 0038-save-before-detail
               move "rate already on file for that date"
                   to ws-reject-reason
           else
               move ra-message-id to rt-message-id
               move ra-language-code to rt-language-code
               move ra-effective-date to rt-effective-date
               move ra-unit-rate-n to rt-unit-rate
               move ra-description to rt-description
               move greeting-rate-rec to ws-jrn-after
               write greeting-rate-rec
                   invalid key
                       move "write to rate card rejected"
                           to ws-reject-reason
               end-write
               if ws-reject-reason = spaces
                   add 1 to ws-adds-applied
               end-if
           end-if.
      *
       0034-apply-change.
           move ra-message-id to rt-message-id.
           move ra-language-code to rt-language-code.
           move ra-effective-date to rt-effective-date.
           read rate-file
               invalid key
                   move "rate not found on rate card"
                       to ws-reject-reason
           end-read.
           if ws-reject-reason = spaces
               perform 0038-save-before-detail
               move greeting-rate-rec to ws-jrn-before
               move ra-unit-rate-n to rt-unit-rate
               move ra-description to rt-description
               move greeting-rate-rec to ws-jrn-after
               rewrite greeting-rate-rec
                   invalid key
                       move "rewrite to rate card rejected"
                           to ws-reject-reason
               end-rewrite
               if ws-reject-reason = spaces
                   add 1 to ws-changes-applied
               end-if
           end-if.
      *
       0035-apply-delete.
           move ra-message-id to rt-message-id.
           move ra-language-code to rt-language-code.
           move ra-effective-date to rt-effective-date.
           read rate-file
               invalid key
                   move "rate not found on rate card"
                       to ws-reject-reason
           end-read.
           if ws-reject-reason = spaces
               perform 0038-save-before-detail
               move greeting-rate-rec to ws-jrn-before
               delete rate-file
                   invalid key
                       move "delete from rate card rejected"
                           to ws-reject-reason
               end-delete
               if ws-reject-reason = spaces
                   add 1 to ws-deletes-applied
               end-if
           end-if.
      *
       0038-save-before-detail.
           move rt-unit-rate to ws-rate-dsp.
           move spaces to ws-before-detail.
           string "RATE " ws-rate-dsp " " rt-description
               delimited by size into ws-before-detail.
      *
      * One journal row per applied transaction - opened extend per
      * write the way GREETMNT journals and HELLODRV handles
      * GREETVAL, so the cumulative file is never truncated. The
      * rate card is not dual-controlled, so the submitter is the
      * maker and there is no checker.
      *
       0037-write-journal.
           evaluate true
               when ra-message-id not = spaces
                   string "RT" ra-message-id
                       delimited by size into ws-jrn-key
               when ra-language-code not = spaces
                   move spaces to ws-jrn-key
                   string "RTL-" ra-language-code
                       delimited by size into ws-jrn-key
               when other
                   move "RTHOUSE" to ws-jrn-key
           end-evaluate.
           move function current-date to ws-current-timestamp.
           open extend journal-file.
           if ws-journal-status = "35"
               open output journal-file
           end-if.
           move ws-current-timestamp to jr-timestamp.
           move "RATEMNT" to jr-program.
           move ra-action to jr-action.
           move ws-jrn-key to jr-record-key.
           move ws-jrn-before to jr-before-image.
           move ws-jrn-after to jr-after-image.
           move ra-maker-id to jr-maker-id.
           move spaces to jr-checker-id.
           write change-journal-rec.
           close journal-file.
      *
       0036-report-tran.
           if ws-reject-reason not = spaces
               add 1 to ws-trans-rejected
               move spaces to rpt-line
               string ra-action " " ra-message-id
                   " " ra-language-code " " ra-effective-date
                   "  REJECTED: " ws-reject-reason
                   delimited by size into rpt-line
               write rpt-line
           else
               move spaces to rpt-line
               string ra-action " " ra-message-id
                   " " ra-language-code " " ra-effective-date
                   "  APPLIED  MAKER " ra-maker-id
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-before-detail not = spaces
               move spaces to rpt-line
               string "             BEFORE: " ws-before-detail
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           if ws-reject-reason = spaces and ra-action not = "DEL"
               move ra-unit-rate-n to ws-rate-dsp
               move spaces to rpt-line
               string "             AFTER:  RATE " ws-rate-dsp
                   " " ra-description
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0040-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TRANSACTIONS READ:   " ws-trans-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ADDS APPLIED:        " ws-adds-applied
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CHANGES APPLIED:     " ws-changes-applied
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "DELETES APPLIED:     " ws-deletes-applied
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TRANSACTIONS REJECTED: " ws-trans-rejected
               delimited by size into rpt-line.
           write rpt-line.
      *
       0050-close-out.
           close rate-file.
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
           move "RATEMNT" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "RATETRN" to st-file-ddname(1).
           move ws-trans-read to st-records-read(1).
           move "GREETRAT" to st-file-ddname(2).
           compute st-records-written(2) =
               ws-adds-applied + ws-changes-applied
               + ws-deletes-applied.
           move "GREETJRN" to st-file-ddname(3).
           compute st-records-written(3) =
               ws-adds-applied + ws-changes-applied
               + ws-deletes-applied.
           write job-stats-rec.
           close job-stats-file.
