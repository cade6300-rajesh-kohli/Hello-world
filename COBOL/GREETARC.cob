      * the active log with only the retained rows (via the GREETWRK
      * work file), and reports rows read/archived/retained and the
      * date range moved, so the history stays recoverable while the
      * daily log stays small. Rows are moved byte for byte, so
      * each keeps its sequence number and chain value and the chain
      * GREETVFY verifies runs on from the archive into the log.
      *
       environment division.
       input-output section.
           copy GREETLOG.
      *
       fd  archive-file.
       01 arc-log-rec               pic x(121).
      *
       fd  work-file.
       01 wrk-log-rec               pic x(121).
      *
       fd  report-file.
       01 rpt-line                  pic x(80).
