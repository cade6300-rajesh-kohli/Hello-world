      * on the run date are generated and processed ahead of the
      * one-off GREETREQ records, acknowledged on GREETACK the same
      * way, so a department with a nightly order no longer has to
      * resubmit the identical card every night. Each GREETACK row
      * carries the run date and whether it answers a standing
      * order or a card, for the GREETNTC confirmation notices.
      * Language codes are vetted against the LANGREF reference as
      * the table is built (unknown codes are logged to GREETVAL),
      * and a language code on the card restricts the run to that
      * language's messages. Requests are vetted against the DEPTREF
      * requester reference - an id not on file or suspended, or a
      * rep count over the department's ceiling, rejects that one
      * request on its GREETACK row. A department with a monthly
      * budget on DEPTREF is held to it: every batch issued is added
      * to the department's GREETCON consumption row for the month,
      * and a request that would carry the month's total past the
      * budget is rejected on GREETACK with reason OVBUD.
      * Every issuing run is bracketed by the GREETRUN run-control
      * row for the day - started at the top, completed with the
      * greeting count at the end - and a day already run (or still
               access mode is dynamic
               record key is cl-calendar-date
               file status is ws-calendar-status.
           select consumption-file assign to "GREETCON"
               organization is indexed
               access mode is dynamic
               record key is cu-consumption-key
               file status is ws-consumption-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
      *
       fd  calendar-file.
           copy GREETCAL.
      *
       fd  consumption-file.
           copy GREETCON.
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-stats-status       pic xx.
       01 ws-step-start         pic x(21).
       01 ws-greetings-status   pic xx.
       01 ws-validation-status  pic xx.
       01 ws-current-timestamp  pic x(21).
       01 ws-preview-idx        pic 9(5).
       01 ws-request-status     pic xx.
       01 ws-ack-status         pic xx.
       01 ws-ack-source         pic x.
       01 ws-more-requests      pic x value "Y".
           88 ws-no-more-requests   value "N".
       01 ws-requests-read      pic 9(5) value zero.
       01 ws-requests-processed pic 9(5) value zero.
       01 ws-requests-rejected  pic 9(5) value zero.
      * Volumes for the step's job-statistics row.
       01 ws-cards-read         pic 9(9) value zero.
       01 ws-subs-read          pic 9(9) value zero.
       01 ws-acks-written       pic 9(9) value zero.
       01 ws-val-errors-written pic 9(9) value zero.
      * Table-load selection - spaces mean "no restriction", so the
      * classic single-card run still loads the whole master while a
      * request in requests mode loads only its own rows.
       01 ws-run-date-int       pic 9(8).
       01 ws-run-dow            pic 9(2).
       01 ws-calendar-status    pic xx.
       01 ws-consumption-status pic xx.
       01 ws-consumption-avail  pic x value "N".
           88 ws-consumption-usable value "Y".
      * Batch size a request will actually issue (a zero count runs
      * the default 3) and the month's total if it were issued - the
      * figure the OVBUD budget edit tests.
       01 ws-budget-reps        pic 9(5).
       01 ws-budget-total       pic 9(8).
      * Ordinal of the batch within this run - 1 for the classic
      * single-card run, the request number in requests mode. Stored
      * on the checkpoint so a restart resumes only the very batch
       procedure division.
      *
       0010-start.
           move function current-date to ws-step-start.
           perform 0015-read-parm-card.
           if ws-preview-run
               perform 0020-load-message-table
               perform 0022-preview-report
               perform 0090-write-job-stats
               goback
           end-if.
           perform 0011-check-calendar.
           if ws-run-refused
               move 8 to return-code
               perform 0090-write-job-stats
               goback
           end-if.
           perform 0012-check-run-control.
           if ws-run-refused
               move 8 to return-code
               perform 0090-write-job-stats
               goback
           end-if.
           if ws-requests-run
               perform 0040-process-requests
               perform 0048-complete-run-control
               perform 0090-write-job-stats
               goback
           end-if.
           perform 0016-validate-parm-message.
                   ws-select-language " - RUN REFUSED"
               perform 0049-back-out-run-control
               move 8 to return-code
               perform 0090-write-job-stats
               goback
           end-if.
           call "hello-world" using ws-rep-count ws-table-count
           end-call.
           move ws-rep-count to ws-greetings-issued.
           perform 0048-complete-run-control.
           perform 0090-write-job-stats.
           goback.
      *
      * Processing calendar - a date the calendar marks N does not
           move ws-current-timestamp to gv-timestamp.
           move ws-log-message-id to gv-message-id.
           write greeting-validation-rec.
           add 1 to ws-val-errors-written.
           close validation-error-file.
      *
       0020-load-message-table.
           open input request-file.
           open output ack-file.
           perform 0044-open-dept-ref.
           perform 0050-open-consumption.
           perform 0046-process-subscriptions.
           perform until ws-no-more-requests
               read request-file
                       move "N" to ws-more-requests
                   not at end
                       add 1 to ws-requests-read
                       add 1 to ws-cards-read
                       move "R" to ws-ack-source
                       perform 0042-process-one-request
               end-read
           end-perform.
           if ws-deptref-usable
               close dept-ref-file
           end-if.
           if ws-consumption-usable
               close consumption-file
           end-if.
           display "HELLODRV REQUESTS MODE: " ws-requests-read
               " READ (" ws-subs-generated " FROM SUBSCRIPTIONS), "
               ws-requests-processed " PROCESSED, "
           move rq-requester-id to ak-requester-id.
           move rq-message-id to ak-message-id.
           move rq-language-code to ak-language-code.
           move ws-run-date to ak-run-date.
           move ws-ack-source to ak-source.
      * The requests file comes straight from the departments, so
      * the rep count gets the numeric edit a SYSIN card never
      * needed, and the requester id and count are vetted against
               perform 0043-issue-request-batch
           end-if.
           write greeting-ack-rec.
           add 1 to ws-acks-written.
      *
       0043-issue-request-batch.
           move rq-rep-count to ws-rep-count.
               end-call
               add 1 to ws-requests-processed
               add ws-rep-count to ws-greetings-issued
               perform 0051-post-consumption
               move "PROCESSED" to ak-status
               move spaces to ak-reason-code
               move ws-rep-count to ak-issued-count
                       at end
                           move "N" to ws-more-subs
                       not at end
                           add 1 to ws-subs-read
                           perform 0047-generate-subscription
                   end-read
               end-perform
               move sb-message-id to rq-message-id
               move sb-language-code to rq-language-code
               move sb-rep-count to rq-rep-count
               move "S" to ws-ack-source
               perform 0042-process-one-request
           end-if.
      *
                       and rq-rep-count > dp-rep-ceiling
                   move "LIMIT" to ws-req-reject-code
               end-if
               if ws-req-reject-code = spaces
                       and dp-monthly-budget > zero
                       and ws-consumption-usable
                   perform 0052-edit-budget
               end-if
           end-if.
      *
      * The consumption file is created on first use (the first
      * budgeted night) like the other keyed control files; a night
      * it cannot be opened still runs, without the budget edit, and
      * says so on the job log.
      *
       0050-open-consumption.
           open i-o consumption-file.
           if ws-consumption-status = "35"
               open output consumption-file
               close consumption-file
               open i-o consumption-file
           end-if.
           if ws-consumption-status = "00"
               move "Y" to ws-consumption-avail
           else
               move "N" to ws-consumption-avail
               display "HELLODRV: GREETCON NOT AVAILABLE - "
                   "MONTHLY BUDGETS NOT ENFORCED THIS RUN"
           end-if.
      *
      * Every batch issued counts against its department's month,
      * budgeted or not, so the budget report shows actual usage
      * for departments finance has not yet given an allocation.
      *
       0051-post-consumption.
           if ws-consumption-usable
               move rq-requester-id to cu-requester-id
               move ws-run-date(1:6) to cu-month
               read consumption-file
                   invalid key
                       move zero to cu-consumed-count
                       move zero to cu-request-count
               end-read
               if ws-consumption-status = "00"
                   add ws-rep-count to cu-consumed-count
                   add 1 to cu-request-count
                   move ws-run-date to cu-last-date
                   rewrite greeting-consumption-rec
               else
                   move rq-requester-id to cu-requester-id
                   move ws-run-date(1:6) to cu-month
                   move ws-rep-count to cu-consumed-count
                   move 1 to cu-request-count
                   move ws-run-date to cu-last-date
                   write greeting-consumption-rec
               end-if
           end-if.
      *
      * The whole batch must fit inside what is left of the month's
      * budget - a request is never part-issued to use up the
      * remainder.
      *
       0052-edit-budget.
           move rq-rep-count to ws-budget-reps.
           if ws-budget-reps = zero
               move 3 to ws-budget-reps
           end-if.
           move rq-requester-id to cu-requester-id.
           move ws-run-date(1:6) to cu-month.
           read consumption-file
               invalid key
                   move zero to cu-consumed-count
           end-read.
           compute ws-budget-total =
               cu-consumed-count + ws-budget-reps.
           if ws-budget-total > dp-monthly-budget
               move "OVBUD" to ws-req-reject-code
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
           move "HELLODRV" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "GREETREQ" to st-file-ddname(1).
           move ws-cards-read to st-records-read(1).
           move "GREETSUB" to st-file-ddname(2).
           move ws-subs-read to st-records-read(2).
           move "GREETLOG" to st-file-ddname(3).
           move ws-greetings-issued to st-records-written(3).
           move "GREETACK" to st-file-ddname(4).
           move ws-acks-written to st-records-written(4).
           move "GREETVAL" to st-file-ddname(5).
           move ws-val-errors-written to st-records-written(5).
           write job-stats-rec.
           close job-stats-file.
