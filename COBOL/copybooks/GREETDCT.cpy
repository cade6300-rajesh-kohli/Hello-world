           05  da-record-type          pic x(3).
           05  da-run-date             pic x(8).
           05  da-row-count            pic 9(9).
           05  filler                  pic x(101).
