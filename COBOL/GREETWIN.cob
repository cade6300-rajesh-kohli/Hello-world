       id division.
       program-id. greetwin.
      *
      * Batch-window performance report over the cumulative GREETSTA
      * job-statistics file every GREETDLY stream step and every
      * maintenance job appends a row to as it ends. GREETRUN only
      * times HELLODRV, so when the stream ran up against the 06:00
      * online bring-up nobody could say whether it was GREETDAY,
      * GREETRPT, GREETRCN or GREETEXT that was slow, or how the
      * volumes behind them were moving. For each of the last N run
      * dates (N from the parameter card, default seven, ending on
      * the as-of date) this lists every step recorded with its
      * start, end and elapsed time, ending condition code, records
      * read and written (in total and per file), and its elapsed
      * time against the trailing average of its own runs over the
      * days before - a step running well above its norm (past the
      * outlier percentage on the card) is marked OUTLIER. The
      * night then closes with the stream's own window: first
      * stream step start to last stream step end, against the
      * deadline, with the margin left or the amount it was
      * breached by, and a trend section lists the margin night by
      * night so the window is seen shrinking before it is broken.
      * A resend or as-of rerun is listed in the control totals
      * only - its times are the day it was replayed, not the
      * night's. Any outlier or breach ends the run with condition
      * code 4.
      *
       environment division.
       input-output section.
       file-control.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
           select report-file assign to "GREETWNR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  job-stats-file.
           copy GREETSTA.
      *
       fd  report-file.
       01 rpt-line                  pic x(132).
      *
       working-storage section.
       01 ws-stats-status           pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-win-parm.
           05 ws-parm-as-of-date       pic x(8).
           05 ws-parm-deadline         pic x(4).
           05 ws-parm-deadline-n redefines ws-parm-deadline
                                       pic 9(4).
           05 ws-parm-nights           pic x(2).
           05 ws-parm-nights-n redefines ws-parm-nights
                                       pic 9(2).
           05 ws-parm-avg-days         pic x(2).
           05 ws-parm-avg-days-n redefines ws-parm-avg-days
                                       pic 9(2).
           05 ws-parm-outlier-pct      pic x(3).
           05 ws-parm-outlier-pct-n redefines ws-parm-outlier-pct
                                       pic 9(3).
           05 filler                   pic x(61).
       01 ws-parm-error             pic x(40) value spaces.
       01 ws-as-of-date             pic x(8).
       01 ws-deadline-hhmm          pic 9(4) value 0600.
       01 ws-deadline-parts redefines ws-deadline-hhmm.
           05 ws-deadline-hh           pic 9(2).
           05 ws-deadline-mm           pic 9(2).
       01 ws-nights                 pic 9(2) value 7.
       01 ws-avg-days               pic 9(2) value 14.
       01 ws-outlier-pct            pic 9(3) value 150.
       01 ws-as-of-int              pic 9(8).
       01 ws-first-night-int        pic 9(8).
       01 ws-load-low-int           pic 9(8).
       01 ws-night-int              pic 9(8).
       01 ws-load-int               pic 9(8).
       01 ws-night-date-n           pic 9(8).
       01 ws-night-date             pic x(8).
      * The nightly HELLOWLD stream and the step that follows it in
      * the group - the steps whose span is measured against the
      * deadline. Maintenance jobs are listed and averaged the same
      * way but do not count towards the window.
       01 ws-stream-list.
           05 filler                   pic x(8) value "HELLODRV".
           05 filler                   pic x(8) value "GREETDAY".
           05 filler                   pic x(8) value "GREETRPT".
           05 filler                   pic x(8) value "GREETRCN".
           05 filler                   pic x(8) value "GREETEXT".
           05 filler                   pic x(8) value "GREETEXC".
           05 filler                   pic x(8) value "GREETNTC".
       01 ws-stream-table redefines ws-stream-list.
           05 ws-stream-program        pic x(8) occurs 7 times.
       01 ws-stream-idx             pic 9.
       01 ws-stream-flag            pic x value "N".
           88 ws-stream-step            value "Y".
      *
       01 ws-max-rows               pic 9(5) value 1500.
       01 ws-row-count              pic 9(5) value zero.
       01 ws-rows-on-file           pic 9(7) value zero.
       01 ws-rows-out-of-range      pic 9(7) value zero.
       01 ws-rows-overflow          pic 9(7) value zero.
       01 ws-rows-rerun             pic 9(7) value zero.
       01 ws-start-day-int          pic 9(8).
       01 ws-rerun-flag             pic x value "N".
           88 ws-rerun-row              value "Y".
       01 ws-row-table.
           05 ws-row-entry occurs 1500 times.
               10 ws-row-program        pic x(8).
               10 ws-row-run-date       pic x(8).
               10 ws-row-run-int        pic 9(8).
               10 ws-row-start-time     pic x(6).
               10 ws-row-end-time       pic x(6).
               10 ws-row-start-secs     pic 9(12).
               10 ws-row-end-secs       pic 9(12).
               10 ws-row-elapsed        pic 9(7).
               10 ws-row-cc             pic 9(3).
               10 ws-row-read           pic 9(11).
               10 ws-row-written        pic 9(11).
               10 ws-row-file occurs 8 times.
                   15 ws-row-ddname         pic x(8).
                   15 ws-row-file-read      pic 9(9).
                   15 ws-row-file-written   pic 9(9).
       01 ws-row-idx                pic 9(5).
       01 ws-avg-idx                pic 9(5).
       01 ws-file-idx               pic 9.
      *
      * Timestamp work area - YYYYMMDDHHMMSS off the front of a
      * CURRENT-DATE image, turned into seconds since the
      * integer-of-date epoch so a step that runs over midnight
      * still times correctly.
       01 ws-ts-work                pic x(21).
       01 ws-ts-parts redefines ws-ts-work.
           05 ws-ts-date               pic 9(8).
           05 ws-ts-hh                 pic 9(2).
           05 ws-ts-mm                 pic 9(2).
           05 ws-ts-ss                 pic 9(2).
           05 filler                   pic x(7).
       01 ws-ts-secs                pic 9(12).
      *
       01 ws-avg-low-int            pic 9(8).
       01 ws-avg-samples            pic 9(5).
       01 ws-avg-sum                pic 9(11).
       01 ws-avg-vol-sum            pic 9(13).
       01 ws-avg-elapsed            pic 9(7).
       01 ws-avg-volume             pic 9(11).
       01 ws-pct-of-avg             pic 9(7).
       01 ws-pct-dsp                pic zzz9.
       01 ws-pct-text               pic x(5).
       01 ws-avg-text               pic x(8).
       01 ws-avg-vol-dsp            pic z(10)9.
       01 ws-avg-vol-text           pic x(11).
       01 ws-step-note              pic x(8).
       01 ws-stream-mark            pic x.
       01 ws-cc-dsp                 pic zz9.
       01 ws-count-dsp              pic z(10)9.
       01 ws-count-dsp2             pic z(10)9.
       01 ws-file-dsp               pic z(8)9.
       01 ws-file-dsp2              pic z(8)9.
      *
       01 ws-dur-secs               pic 9(12).
       01 ws-dur-hh                 pic 9(4).
       01 ws-dur-mm                 pic 9(2).
       01 ws-dur-ss                 pic 9(2).
       01 ws-dur-rem                pic 9(5).
       01 ws-dur-hh-dsp             pic 99.
       01 ws-dur-text               pic x(8).
       01 ws-start-text             pic x(8).
       01 ws-end-text               pic x(8).
       01 ws-elapsed-text           pic x(8).
      *
       01 ws-night-steps            pic 9(5).
       01 ws-stream-steps           pic 9(5).
       01 ws-stream-start-secs      pic 9(12).
       01 ws-stream-end-secs        pic 9(12).
       01 ws-stream-start-time      pic x(6).
       01 ws-stream-end-time        pic x(6).
       01 ws-deadline-secs          pic 9(12).
       01 ws-day-number             pic 9(8).
       01 ws-day-secs               pic 9(12).
       01 ws-margin-secs            pic s9(12).
       01 ws-margin-text            pic x(8).
       01 ws-window-text            pic x(8).
      * One line per night for the trend section at the foot.
       01 ws-trend-count            pic 9(2) value zero.
       01 ws-trend-table.
           05 ws-trend-entry occurs 99 times.
               10 ws-trend-date         pic x(8).
               10 ws-trend-status       pic x(8).
               10 ws-trend-used         pic x(8).
               10 ws-trend-margin       pic x(8).
       01 ws-trend-idx              pic 9(2).
      *
       01 ws-nights-reported        pic 9(3) value zero.
       01 ws-steps-reported         pic 9(5) value zero.
       01 ws-outlier-count          pic 9(5) value zero.
       01 ws-breach-count           pic 9(3) value zero.
      *
       procedure division.
      *
       0010-start.
           perform 0015-read-parm-card.
           if ws-parm-error not = spaces
               display "GREETWIN: " ws-parm-error
                   " - RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
           open input job-stats-file.
           if ws-stats-status not = "00"
               display "GREETWIN: GREETSTA NOT AVAILABLE - "
                   "RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
           perform 0020-load-stats.
           perform 0030-open-report.
           perform varying ws-night-int from ws-first-night-int by 1
                   until ws-night-int > ws-as-of-int
               perform 0040-report-night
           end-perform.
           perform 0070-print-trend.
           perform 0075-print-totals.
           perform 0080-close-out.
           if ws-outlier-count > zero or ws-breach-count > zero
               move 4 to return-code
           end-if.
           goback.
      *
      * Card: as-of date YYYYMMDD cols 1-8 (blank = today), deadline
      * HHMM cols 9-12 (blank = 0600), nights to report cols 13-14
      * (blank = 7), trailing-average days cols 15-16 (blank = 14),
      * outlier percentage of the average cols 17-19 (blank = 150).
      *
       0015-read-parm-card.
           accept ws-win-parm from sysin.
           move function current-date(1:8) to ws-run-date.
           move ws-run-date to ws-as-of-date.
           if ws-parm-as-of-date not = spaces
               if ws-parm-as-of-date not numeric
                   move "AS-OF DATE NOT NUMERIC" to ws-parm-error
               else
                   if function test-date-yyyymmdd
                       (function numval(ws-parm-as-of-date)) not = zero
                       move "AS-OF DATE NOT A CALENDAR DATE"
                           to ws-parm-error
                   else
                       move ws-parm-as-of-date to ws-as-of-date
                   end-if
               end-if
           end-if.
           if ws-parm-deadline not = spaces
               if ws-parm-deadline not numeric
                   move "DEADLINE NOT NUMERIC HHMM" to ws-parm-error
               else
                   move ws-parm-deadline-n to ws-deadline-hhmm
                   if ws-deadline-hh > 23 or ws-deadline-mm > 59
                       move "DEADLINE NOT A TIME OF DAY"
                           to ws-parm-error
                   end-if
               end-if
           end-if.
           if ws-parm-nights not = spaces
               if ws-parm-nights not numeric
                       or ws-parm-nights-n = zero
                   move "NIGHTS TO REPORT NOT 01-99" to ws-parm-error
               else
                   move ws-parm-nights-n to ws-nights
               end-if
           end-if.
           if ws-parm-avg-days not = spaces
               if ws-parm-avg-days not numeric
                       or ws-parm-avg-days-n = zero
                   move "AVERAGE DAYS NOT 01-99" to ws-parm-error
               else
                   move ws-parm-avg-days-n to ws-avg-days
               end-if
           end-if.
           if ws-parm-outlier-pct not = spaces
               if ws-parm-outlier-pct not numeric
                       or ws-parm-outlier-pct-n not > 100
                   move "OUTLIER PERCENT NOT 101-999" to ws-parm-error
               else
                   move ws-parm-outlier-pct-n to ws-outlier-pct
               end-if
           end-if.
           if ws-parm-error = spaces
               compute ws-as-of-int =
                   function integer-of-date
                       (function numval(ws-as-of-date))
               compute ws-first-night-int =
                   ws-as-of-int - ws-nights + 1
               compute ws-load-low-int =
                   ws-first-night-int - ws-avg-days
           end-if.
      *
      * One pass over the cumulative file, keeping only the rows the
      * report nights and their trailing averages need.
      *
       0020-load-stats.
           perform until ws-eof
               read job-stats-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-rows-on-file
                       perform 0025-load-one-row
               end-read
           end-perform.
           close job-stats-file.
           if ws-rows-overflow > zero
               display "GREETWIN: MORE THAN " ws-max-rows
                   " ROWS IN RANGE - " ws-rows-overflow
                   " LATEST ROWS NOT REPORTED"
           end-if.
      *
      * A step that started more than a day after the run date it
      * processed is a resend or an as-of rerun (GREETRSN, GREETRRN)
      * - its wall-clock times belong to the day it was replayed,
      * not to the night, so it is counted but neither timed into
      * that night's window nor averaged into the step's norm.
      *
       0024-check-rerun.
           move "N" to ws-rerun-flag.
           if st-start-timestamp(1:8) numeric
               if function test-date-yyyymmdd
                       (function numval(st-start-timestamp(1:8)))
                       = zero
                   compute ws-start-day-int =
                       function integer-of-date
                           (function numval(st-start-timestamp(1:8)))
                   if ws-start-day-int > ws-load-int + 1
                       set ws-rerun-row to true
                   end-if
               end-if
           end-if.
      *
       0025-load-one-row.
           if st-run-date not numeric
               add 1 to ws-rows-out-of-range
           else
               if function test-date-yyyymmdd
                       (function numval(st-run-date)) not = zero
                   add 1 to ws-rows-out-of-range
               else
                   compute ws-load-int =
                       function integer-of-date
                           (function numval(st-run-date))
                   if ws-load-int < ws-load-low-int
                           or ws-load-int > ws-as-of-int
                       add 1 to ws-rows-out-of-range
                   else
                       perform 0024-check-rerun
                       if ws-rerun-row
                           add 1 to ws-rows-rerun
                       else
                           if ws-row-count < ws-max-rows
                               perform 0026-store-row
                           else
                               add 1 to ws-rows-overflow
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      *
       0026-store-row.
           add 1 to ws-row-count.
           move ws-row-count to ws-row-idx.
           move st-program to ws-row-program(ws-row-idx).
           move st-run-date to ws-row-run-date(ws-row-idx).
           move ws-load-int to ws-row-run-int(ws-row-idx).
           move st-condition-code to ws-row-cc(ws-row-idx).
           move st-start-timestamp to ws-ts-work.
           perform 0027-timestamp-to-secs.
           move ws-ts-secs to ws-row-start-secs(ws-row-idx).
           move ws-ts-work(9:6) to ws-row-start-time(ws-row-idx).
           move st-end-timestamp to ws-ts-work.
           perform 0027-timestamp-to-secs.
           move ws-ts-secs to ws-row-end-secs(ws-row-idx).
           move ws-ts-work(9:6) to ws-row-end-time(ws-row-idx).
           if ws-row-end-secs(ws-row-idx) >
                   ws-row-start-secs(ws-row-idx)
               compute ws-row-elapsed(ws-row-idx) =
                   ws-row-end-secs(ws-row-idx)
                   - ws-row-start-secs(ws-row-idx)
           else
               move zero to ws-row-elapsed(ws-row-idx)
           end-if.
           move zero to ws-row-read(ws-row-idx).
           move zero to ws-row-written(ws-row-idx).
           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > 8
               move st-file-ddname(ws-file-idx)
                   to ws-row-ddname(ws-row-idx, ws-file-idx)
               move st-records-read(ws-file-idx)
                   to ws-row-file-read(ws-row-idx, ws-file-idx)
               move st-records-written(ws-file-idx)
                   to ws-row-file-written(ws-row-idx, ws-file-idx)
               add st-records-read(ws-file-idx)
                   to ws-row-read(ws-row-idx)
               add st-records-written(ws-file-idx)
                   to ws-row-written(ws-row-idx)
           end-perform.
      *
       0027-timestamp-to-secs.
           if ws-ts-work(1:14) not numeric
               move zero to ws-ts-secs
               move "000000" to ws-ts-work(9:6)
           else
               compute ws-ts-secs =
                   function integer-of-date(ws-ts-date) * 86400
                   + ws-ts-hh * 3600 + ws-ts-mm * 60 + ws-ts-ss
           end-if.
      *
       0030-open-report.
           open output report-file.
           move spaces to rpt-line.
           string "GREETING BATCH-WINDOW PERFORMANCE REPORT  "
               "RUN DATE: " ws-run-date
               "  AS-OF: " ws-as-of-date
               "  DEADLINE: " ws-deadline-hh ":" ws-deadline-mm
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "NIGHTS REPORTED: " ws-nights
               "  TRAILING AVERAGE OVER THE PRIOR " ws-avg-days
               " DAYS  OUTLIER ABOVE " ws-outlier-pct
               "% OF AVERAGE  (* = NIGHTLY STREAM STEP)"
               delimited by size into rpt-line.
           write rpt-line.
      *
      * Each night lists its steps in the order they ended, then the
      * stream's window against the deadline.
      *
       0040-report-night.
           compute ws-night-date-n =
               function date-of-integer(ws-night-int).
           move ws-night-date-n to ws-night-date.
           add 1 to ws-nights-reported.
           move zero to ws-night-steps.
           move zero to ws-stream-steps.
           move zero to ws-stream-start-secs.
           move zero to ws-stream-end-secs.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "RUN DATE " ws-night-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "    PROGRAM  START    END      ELAPSED   CC"
               "        READ     WRITTEN  AVG ELAP  %AVG"
               "     AVG VOLUME  NOTE"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-row-idx from 1 by 1
                   until ws-row-idx > ws-row-count
               if ws-row-run-int(ws-row-idx) = ws-night-int
                   perform 0042-report-step
               end-if
           end-perform.
           if ws-night-steps = zero
               move spaces to rpt-line
               string "  NO STEPS RECORDED FOR THIS RUN DATE"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           perform 0048-report-window.
      *
       0042-report-step.
           add 1 to ws-night-steps.
           add 1 to ws-steps-reported.
           perform 0050-check-stream-step.
           move space to ws-stream-mark.
           if ws-stream-step
               move "*" to ws-stream-mark
               add 1 to ws-stream-steps
               if ws-stream-start-secs = zero
                       or ws-row-start-secs(ws-row-idx)
                           < ws-stream-start-secs
                   move ws-row-start-secs(ws-row-idx)
                       to ws-stream-start-secs
                   move ws-row-start-time(ws-row-idx)
                       to ws-stream-start-time
               end-if
               if ws-row-end-secs(ws-row-idx) > ws-stream-end-secs
                   move ws-row-end-secs(ws-row-idx)
                       to ws-stream-end-secs
                   move ws-row-end-time(ws-row-idx)
                       to ws-stream-end-time
               end-if
           end-if.
           perform 0044-step-average.
           move ws-row-start-time(ws-row-idx) to ws-ts-work(9:6).
           perform 0062-format-time-of-day.
           move ws-dur-text to ws-start-text.
           move ws-row-end-time(ws-row-idx) to ws-ts-work(9:6).
           perform 0062-format-time-of-day.
           move ws-dur-text to ws-end-text.
           move ws-row-elapsed(ws-row-idx) to ws-dur-secs.
           perform 0060-format-duration.
           move ws-dur-text to ws-elapsed-text.
           move ws-row-cc(ws-row-idx) to ws-cc-dsp.
           move ws-row-read(ws-row-idx) to ws-count-dsp.
           move ws-row-written(ws-row-idx) to ws-count-dsp2.
           move spaces to rpt-line.
           string "  " ws-stream-mark " " ws-row-program(ws-row-idx)
               " " ws-start-text " " ws-end-text " " ws-elapsed-text
               " " ws-cc-dsp " " ws-count-dsp " " ws-count-dsp2
               " " ws-avg-text " " ws-pct-text " " ws-avg-vol-text
               "  " ws-step-note
               delimited by size into rpt-line.
           write rpt-line.
           perform 0046-print-file-lines.
      *
      * The step's norm - its own runs over the trailing days before
      * this run date. Three runs at least before anything is called
      * an outlier; a new step has no norm yet.
      *
       0044-step-average.
           move zero to ws-avg-samples.
           move zero to ws-avg-sum.
           move zero to ws-avg-vol-sum.
           compute ws-avg-low-int =
               ws-row-run-int(ws-row-idx) - ws-avg-days.
           perform varying ws-avg-idx from 1 by 1
                   until ws-avg-idx > ws-row-count
               if ws-row-program(ws-avg-idx) =
                       ws-row-program(ws-row-idx)
                   and ws-row-run-int(ws-avg-idx) >= ws-avg-low-int
                   and ws-row-run-int(ws-avg-idx) <
                       ws-row-run-int(ws-row-idx)
                   add 1 to ws-avg-samples
                   add ws-row-elapsed(ws-avg-idx) to ws-avg-sum
                   add ws-row-read(ws-avg-idx) to ws-avg-vol-sum
                   add ws-row-written(ws-avg-idx) to ws-avg-vol-sum
               end-if
           end-perform.
           move spaces to ws-avg-text.
           move spaces to ws-pct-text.
           move spaces to ws-avg-vol-text.
           move spaces to ws-step-note.
           if ws-avg-samples = zero
               move "NO NORM" to ws-step-note
           else
               compute ws-avg-elapsed rounded =
                   ws-avg-sum / ws-avg-samples
               compute ws-avg-volume rounded =
                   ws-avg-vol-sum / ws-avg-samples
               move ws-avg-elapsed to ws-dur-secs
               perform 0060-format-duration
               move ws-dur-text to ws-avg-text
               move ws-avg-volume to ws-avg-vol-dsp
               move ws-avg-vol-dsp to ws-avg-vol-text
               if ws-avg-elapsed > zero
                   compute ws-pct-of-avg rounded =
                       ws-row-elapsed(ws-row-idx) * 100
                       / ws-avg-elapsed
                   if ws-pct-of-avg > 9999
                       move 9999 to ws-pct-of-avg
                   end-if
                   move ws-pct-of-avg to ws-pct-dsp
                   string ws-pct-dsp "%" delimited by size
                       into ws-pct-text
                   if ws-avg-samples >= 3
                           and ws-pct-of-avg > ws-outlier-pct
                       move "OUTLIER" to ws-step-note
                       add 1 to ws-outlier-count
                   end-if
               end-if
           end-if.
      *
       0046-print-file-lines.
           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > 8
               if ws-row-ddname(ws-row-idx, ws-file-idx) not = spaces
                   move ws-row-file-read(ws-row-idx, ws-file-idx)
                       to ws-file-dsp
                   move ws-row-file-written(ws-row-idx, ws-file-idx)
                       to ws-file-dsp2
                   move spaces to rpt-line
                   string "               "
                       ws-row-ddname(ws-row-idx, ws-file-idx)
                       "  READ " ws-file-dsp
                       "  WRITTEN " ws-file-dsp2
                       delimited by size into rpt-line
                   write rpt-line
               end-if
           end-perform.
      *
      * The deadline is fixed by the run date, not by when the
      * stream happened to start - the deadline time on the morning
      * after the night being processed - so a stream that kicks
      * off late is measured against the same 06:00 as any other
      * night, not the one a day further on.
      *
       0048-report-window.
           add 1 to ws-trend-count.
           move ws-trend-count to ws-trend-idx.
           move ws-night-date to ws-trend-date(ws-trend-idx).
           move spaces to ws-trend-used(ws-trend-idx).
           move spaces to ws-trend-margin(ws-trend-idx).
           move spaces to rpt-line.
           if ws-stream-steps = zero
               move "NOT RUN" to ws-trend-status(ws-trend-idx)
               string "  WINDOW: NO NIGHTLY STREAM STEPS RECORDED"
                   delimited by size into rpt-line
               write rpt-line
           else
               compute ws-day-number = ws-night-int + 1
               compute ws-day-secs = ws-day-number * 86400
               compute ws-deadline-secs = ws-day-secs
                   + ws-deadline-hh * 3600 + ws-deadline-mm * 60
               compute ws-margin-secs =
                   ws-deadline-secs - ws-stream-end-secs
               compute ws-dur-secs =
                   ws-stream-end-secs - ws-stream-start-secs
               perform 0060-format-duration
               move ws-dur-text to ws-window-text
               move ws-window-text to ws-trend-used(ws-trend-idx)
               move ws-stream-start-time to ws-ts-work(9:6)
               perform 0062-format-time-of-day
               move ws-dur-text to ws-start-text
               move ws-stream-end-time to ws-ts-work(9:6)
               perform 0062-format-time-of-day
               move ws-dur-text to ws-end-text
               if ws-margin-secs < zero
                   compute ws-dur-secs = zero - ws-margin-secs
                   perform 0060-format-duration
                   move ws-dur-text to ws-margin-text
                   move "BREACHED" to ws-trend-status(ws-trend-idx)
                   add 1 to ws-breach-count
                   string "  WINDOW: STREAM " ws-start-text
                       " TO " ws-end-text "  USED " ws-window-text
                       "  DEADLINE " ws-deadline-hh ":"
                       ws-deadline-mm "  BREACHED BY " ws-margin-text
                       delimited by size into rpt-line
               else
                   move ws-margin-secs to ws-dur-secs
                   perform 0060-format-duration
                   move ws-dur-text to ws-margin-text
                   move "MET" to ws-trend-status(ws-trend-idx)
                   string "  WINDOW: STREAM " ws-start-text
                       " TO " ws-end-text "  USED " ws-window-text
                       "  DEADLINE " ws-deadline-hh ":"
                       ws-deadline-mm "  MARGIN " ws-margin-text
                       delimited by size into rpt-line
               end-if
               move ws-margin-text to ws-trend-margin(ws-trend-idx)
               write rpt-line
           end-if.
      *
       0050-check-stream-step.
           move "N" to ws-stream-flag.
           perform varying ws-stream-idx from 1 by 1
                   until ws-stream-idx > 7
               if ws-row-program(ws-row-idx) =
                       ws-stream-program(ws-stream-idx)
                   move "Y" to ws-stream-flag
               end-if
           end-perform.
      *
       0060-format-duration.
           divide ws-dur-secs by 3600 giving ws-dur-hh
               remainder ws-dur-rem.
           divide ws-dur-rem by 60 giving ws-dur-mm
               remainder ws-dur-ss.
           if ws-dur-hh > 99
               move 99 to ws-dur-hh
           end-if.
           move ws-dur-hh to ws-dur-hh-dsp.
           move spaces to ws-dur-text.
           string ws-dur-hh-dsp ":" ws-dur-mm ":" ws-dur-ss
               delimited by size into ws-dur-text.
      *
       0062-format-time-of-day.
           move spaces to ws-dur-text.
           string ws-ts-work(9:2) ":" ws-ts-work(11:2) ":"
               ws-ts-work(13:2)
               delimited by size into ws-dur-text.
      *
       0070-print-trend.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "WINDOW TREND - NIGHTLY STREAM AGAINST THE "
               ws-deadline-hh ":" ws-deadline-mm " DEADLINE"
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "  RUN DATE  STATUS    USED      MARGIN/OVER"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-trend-idx from 1 by 1
                   until ws-trend-idx > ws-trend-count
               move spaces to rpt-line
               string "  " ws-trend-date(ws-trend-idx)
                   "  " ws-trend-status(ws-trend-idx)
                   "  " ws-trend-used(ws-trend-idx)
                   "  " ws-trend-margin(ws-trend-idx)
                   delimited by size into rpt-line
               write rpt-line
           end-perform.
      *
       0075-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "STATISTICS ROWS READ:    " ws-rows-on-file
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS OUTSIDE THE RANGE:  " ws-rows-out-of-range
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "RERUN ROWS NOT TIMED:    " ws-rows-rerun
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "NIGHTS REPORTED:         " ws-nights-reported
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "STEPS REPORTED:          " ws-steps-reported
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "OUTLIER STEPS:           " ws-outlier-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "DEADLINE BREACHES:       " ws-breach-count
               delimited by size into rpt-line.
           write rpt-line.
      *
       0080-close-out.
           close report-file.
