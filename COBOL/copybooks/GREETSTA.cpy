      *
      * JOB-STATS-REC - one row per step run, appended to the
      * cumulative GREETSTA job-statistics file by every program in
      * the nightly GREETDLY stream and by the maintenance jobs as
      * the step ends, whatever condition code it ends with. GREETRUN
      * only times HELLODRV; this file times every step, so GREETWIN
      * can show which step ate the batch window and how the volumes
      * behind it are trending. The run date is the date the step
      * processed (the as-of date on a rerun); the timestamps are
      * the wall clock. Up to eight files are counted per step, the
      * ones that carry its volume - a blank DD name ends the list.
      *
       01  job-stats-rec.
           05  st-program              pic x(8).
           05  st-run-date             pic x(8).
           05  st-start-timestamp      pic x(21).
           05  st-end-timestamp        pic x(21).
           05  st-condition-code       pic 9(3).
           05  st-file-entry occurs 8 times.
               10  st-file-ddname      pic x(8).
               10  st-records-read     pic 9(9).
               10  st-records-written  pic 9(9).
           05  filler                  pic x(11).
