      * totals - the same audited change process GREETMNT and
      * LANGMNT give their files, and the load path that populates
      * the reference HELLODRV validates requests-mode requester
      * ids and rep counts against. The card also carries the
      * department's monthly budget (blank or zero for none) and the
      * GL cost center its greeting charges are debited to, which
      * take the transaction past the 80 columns of a card image -
      * the desk builds the transaction file on disk, as it does for
      * GREETMNT.
      *
       environment division.
       input-output section.
           select report-file assign to "DEPTMRP"
               organization is sequential
               file status is ws-report-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
           05 dt-contact-name       pic x(30).
           05 dt-status             pic x.
           05 dt-rep-ceiling        pic x(5).
           05 dt-monthly-budget     pic x(7).
           05 dt-cost-center        pic x(12).
           05 filler                pic x(4).
      *
       fd  report-file.
       01 rpt-line                  pic x(100).
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-deptref-status         pic xx.
       01 ws-tran-status            pic xx.
       01 ws-report-status          pic xx.
       01 ws-stats-status           pic xx.
       01 ws-step-start             pic x(21).
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
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
                   and function numval(dt-rep-ceiling) = zero
               move "rep-count ceiling is zero" to ws-reject-reason
           end-if.
      * The budget is optional - blank is the same as zero, a
      * department with no monthly cap - but when given it must be
      * a number, and a month cannot hold less than one batch.
           if ws-reject-reason = spaces
                   and dt-action not = "DEL"
                   and dt-monthly-budget = spaces
               move zeros to dt-monthly-budget
           end-if.
           if ws-reject-reason = spaces
                   and dt-action not = "DEL"
                   and dt-monthly-budget not numeric
               move "monthly budget not numeric" to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces
                   and dt-action not = "DEL"
                   and dt-monthly-budget not = zeros
                   and function numval(dt-monthly-budget)
                       < function numval(dt-rep-ceiling)
               move "monthly budget below rep-count ceiling"
                   to ws-reject-reason
           end-if.
      *
       0033-apply-add.
           move dt-requester-id to dp-requester-id.
               move dt-contact-name to dp-contact-name
               move dt-status to dp-status
               move dt-rep-ceiling to dp-rep-ceiling
               move dt-monthly-budget to dp-monthly-budget
               move dt-cost-center to dp-cost-center
               write dept-ref-rec
                   invalid key
                       move "write to reference rejected"
               move dt-contact-name to dp-contact-name
               move dt-status to dp-status
               move dt-rep-ceiling to dp-rep-ceiling
               move dt-monthly-budget to dp-monthly-budget
               move dt-cost-center to dp-cost-center
               rewrite dept-ref-rec
                   invalid key
                       move "rewrite to reference rejected"
               string "             AFTER:  " dt-department-name
                   " STATUS " dt-status
                   " CEILING " dt-rep-ceiling
                   " BUDGET " dt-monthly-budget
                   " COST CENTER " dt-cost-center
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           close dept-ref-file.
           close tran-file.
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
           move "DEPTMNT" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "DEPTTRN" to st-file-ddname(1).
           move ws-trans-read to st-records-read(1).
           move "DEPTREF" to st-file-ddname(2).
           compute st-records-written(2) =
               ws-adds-applied + ws-changes-applied
               + ws-deletes-applied.
           write job-stats-rec.
           close job-stats-file.
