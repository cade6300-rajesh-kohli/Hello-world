           select report-file assign to "GREETRCP"
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
       01 ws-daily-status           pic xx.
       01 ws-balance-status         pic xx.
       01 ws-summary-ctl-status     pic xx.
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
           perform 0020-init.
           perform 0030-count-log.
           perform 0047-get-run-control.
           perform 0050-compare-and-report.
           perform 0060-close-out.
           perform 0090-write-job-stats.
           goback.
      *
       0015-read-parm-card.
                   display "GREETRCN: AS-OF DATE " ws-parm-as-of-date
                       " NOT NUMERIC - RUN REFUSED"
                   move 8 to return-code
                   perform 0090-write-job-stats
                   goback
               end-if
               move ws-parm-as-of-date to ws-run-date
           close visitor-count-file.
           close recon-balance-file.
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
           move "GREETRCN" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "GREETDAY" to st-file-ddname(1).
           move ws-log-count to st-records-read(1).
           write job-stats-rec.
           close job-stats-file.
