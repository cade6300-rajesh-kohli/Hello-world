               access mode is dynamic
               record key is tc-extract-date
               file status is ws-tct-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
      * working-storage copy of the layout below, so the detail
      * paragraph reads the same fields whichever file fed it.
       fd  daily-activity-file.
       01 day-file-rec              pic x(121).
      *
       fd  greeting-log-file.
       01 log-file-rec              pic x(121).
      *
       fd  extract-file.
           copy GREETMIS.
      *
       fd  archive-file.
       01 arc-log-rec               pic x(121).
      *
       fd  transmission-ctl-file.
           copy GREETTCT.
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-daily-status           pic xx.
       01 ws-greeting-log-status    pic xx.
       01 ws-extract-status         pic xx.
       01 ws-stats-status           pic xx.
       01 ws-step-start             pic x(21).
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
           05 filler                   pic x(63).
       01 ws-detail-count           pic 9(9) value zero.
       01 ws-hash-total             pic 9(13) value zero.
       01 ws-day-rows-read          pic 9(9) value zero.
       01 ws-log-rows-read          pic 9(9) value zero.
       01 ws-arc-rows-read          pic 9(9) value zero.
       01 ws-archive-status         pic xx.
       01 ws-archive-avail          pic x value "N".
           88 ws-archive-usable         value "Y".
       procedure division.
      *
       0010-start.
           move function current-date to ws-step-start.
           perform 0015-read-parm-card.
           if ws-resend-run and ws-parm-as-of-date = spaces
               display "GREETEXT: RESEND NEEDS THE AS-OF DATE OF "
                   "THE DAY TO REGENERATE - RUN REFUSED"
               move 8 to return-code
               perform 0090-write-job-stats
               goback
           end-if.
           perform 0020-open-and-header.
           if ws-ctl-failed
               move 8 to return-code
           end-if.
           perform 0090-write-job-stats.
           goback.
      *
       0015-read-parm-card.
                   display "GREETEXT: AS-OF DATE " ws-parm-as-of-date
                       " NOT NUMERIC - RUN REFUSED"
                   move 8 to return-code
                   perform 0090-write-job-stats
                   goback
               end-if
               move ws-parm-as-of-date to ws-run-date
                       at end
                           set ws-eof to true
                       not at end
                           add 1 to ws-arc-rows-read
                           move arc-log-rec to greeting-log-rec
                           if gl-timestamp(1:8) = ws-run-date
                               perform 0035-write-detail
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-day-rows-read
                       if day-file-rec(1:3) = "CTL"
                           move day-file-rec to day-ctl-rec
                           move "Y" to ws-ctl-seen
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-log-rows-read
                       move log-file-rec to greeting-log-rec
                       if gl-timestamp(1:8) = ws-run-date
                           perform 0035-write-detail
               close daily-activity-file
           end-if.
           close extract-file.
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
           move "GREETEXT" to st-program.
           move ws-run-date to st-run-date.
           if st-run-date = spaces
               move ws-step-start(1:8) to st-run-date
           end-if.
           move ws-step-start to st-start-timestamp.
           move function current-date to st-end-timestamp.
           move return-code to st-condition-code.
           move "GREETDAY" to st-file-ddname(1).
           move ws-day-rows-read to st-records-read(1).
           move "GREETLOG" to st-file-ddname(2).
           move ws-log-rows-read to st-records-read(2).
           move "GREETARC" to st-file-ddname(3).
           move ws-arc-rows-read to st-records-read(3).
           move "GREETMIS" to st-file-ddname(4).
           move ws-detail-count to st-records-written(4).
           write job-stats-rec.
           close job-stats-file.
