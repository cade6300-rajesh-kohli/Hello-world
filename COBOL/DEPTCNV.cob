       id division.
       program-id. deptcnv.
      *
      * One-time conversion of the 74-byte DEPTREF requester
      * reference to the 93-byte layout that carries the monthly
      * budget and the GL cost center. Every department is copied
      * through unchanged, in key order, with zero in
      * dp-monthly-budget - no budget set, nothing capped - and
      * spaces in dp-cost-center - charges post to suspense - which
      * is exactly how HELLODRV, GREETEDT, GREETBUD, GREETCHG and
      * GREETFCS treat a department whose budget and cost center
      * have not been keyed. Run once, before the first nightly run
      * or DEPTMNT run against the 93-byte layout; the desk then
      * keys the budgets and cost centers through DEPTMNT CHG
      * transactions. The converted reference is written to a new
      * cluster; operations verifies the counts on the report and
      * swaps it in.
      *
       environment division.
       input-output section.
       file-control.
           select old-dept-file assign to "DEPTOLD"
               organization is indexed
               access mode is sequential
               record key is old-requester-id
               file status is ws-old-dept-status.
           select new-dept-file assign to "DEPTNEW"
               organization is indexed
               access mode is sequential
               record key is dp-requester-id
               file status is ws-new-dept-status.
           select report-file assign to "DEPTCNR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  old-dept-file.
       01 old-dept-rec.
           05 old-requester-id      pic x(8).
           05 filler                pic x(66).
      *
       fd  new-dept-file.
           copy DEPTREF.
      *
       fd  report-file.
       01 rpt-line                  pic x(80).
      *
       working-storage section.
       01 ws-old-dept-status        pic xx.
       01 ws-new-dept-status        pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-rows-read              pic 9(9) value zero.
       01 ws-rows-written           pic 9(9) value zero.
      *
       procedure division.
      *
       0010-start.
           move function current-date(1:8) to ws-run-date.
           perform 0020-convert-file.
           perform 0030-print-report.
           goback.
      *
       0020-convert-file.
           open input old-dept-file.
           open output new-dept-file.
           perform until ws-eof
               read old-dept-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-rows-read
                       move spaces to dept-ref-rec
                       move old-dept-rec to dept-ref-rec(1:74)
                       move zero to dp-monthly-budget
                       move spaces to dp-cost-center
                       write dept-ref-rec
                           invalid key
                               display "DEPTCNV: WRITE REJECTED FOR "
                                   dp-requester-id
                           not invalid key
                               add 1 to ws-rows-written
                       end-write
               end-read
           end-perform.
           close old-dept-file.
           close new-dept-file.
      *
       0030-print-report.
           open output report-file.
           move spaces to rpt-line.
           string "REQUESTER REFERENCE CONVERSION REPORT  RUN DATE: "
               ws-run-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS READ:    " ws-rows-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS WRITTEN: " ws-rows-written
               delimited by size into rpt-line.
           write rpt-line.
           if ws-rows-read not = ws-rows-written
               move spaces to rpt-line
               string "ERROR: COUNTS DIFFER - DO NOT SWAP THE "
                   "CONVERTED FILE IN"
                   delimited by size into rpt-line
               write rpt-line
               move 8 to return-code
           end-if.
           close report-file.
