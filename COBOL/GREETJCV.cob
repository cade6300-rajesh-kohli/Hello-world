       id division.
       program-id. greetjcv.
      *
      * One-time conversion of the 210-byte GREETJRN change journal
      * to the 226-byte layout that carries the maker and checker
      * user ids of a dual-controlled change. Rows journaled before
      * dual control are copied through unchanged and padded with
      * spaces - exactly the blank maker and checker GREETHST
      * prints as a change made before the approval run existed.
      * Run once, before the first GREETAPV or RATEMNT run that
      * appends a 226-byte row. The converted file is written to a
      * new dataset; operations verifies the counts on the report
      * and swaps it in.
      *
       environment division.
       input-output section.
       file-control.
           select old-jrn-file assign to "GREETOLD"
               organization is sequential
               file status is ws-old-jrn-status.
           select new-jrn-file assign to "GREETNEW"
               organization is sequential
               file status is ws-new-jrn-status.
           select report-file assign to "GREETJCR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  old-jrn-file.
       01 old-jrn-rec               pic x(210).
      *
       fd  new-jrn-file.
       01 new-jrn-rec               pic x(226).
      *
       fd  report-file.
       01 rpt-line                  pic x(80).
      *
       working-storage section.
       01 ws-old-jrn-status         pic xx.
       01 ws-new-jrn-status         pic xx.
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
           open input old-jrn-file.
           open output new-jrn-file.
           perform until ws-eof
               read old-jrn-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-rows-read
                       move spaces to new-jrn-rec
                       move old-jrn-rec to new-jrn-rec(1:210)
                       write new-jrn-rec
                       add 1 to ws-rows-written
               end-read
           end-perform.
           close old-jrn-file.
           close new-jrn-file.
      *
       0030-print-report.
           open output report-file.
           move spaces to rpt-line.
           string "CHANGE JOURNAL CONVERSION REPORT  RUN DATE: "
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
