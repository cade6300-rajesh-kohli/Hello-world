           select report-file assign to "GREETEXR"
               organization is sequential
               file status is ws-report-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
      *
       fd  report-file.
       01 rpt-line                  pic x(80).
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-validation-status      pic xx.
       01 ws-exception-status       pic xx.
       01 ws-disposition-status     pic xx.
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
           perform 0015-read-parm-card.
           perform 0020-open-master.
           perform 0030-drain-validation-file.
           perform 0060-print-report.
           perform 0070-purge-resolved.
           perform 0080-close-out.
           perform 0090-write-job-stats.
           goback.
      *
       0015-read-parm-card.
       0080-close-out.
           close exception-mstr-file.
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
           move "GREETEXC" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "GREETVAL" to st-file-ddname(1).
           move ws-vals-drained to st-records-read(1).
           move "GREETDSP" to st-file-ddname(2).
           compute st-records-read(2) =
               ws-dsp-applied + ws-dsp-rejected.
           write job-stats-rec.
           close job-stats-file.
