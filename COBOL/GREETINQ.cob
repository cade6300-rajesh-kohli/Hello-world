           copy GREETLOG.
      *
       fd  archive-file.
       01 arc-log-rec               pic x(121).
      *
       fd  report-file.
       01 rpt-line                  pic x(132).
