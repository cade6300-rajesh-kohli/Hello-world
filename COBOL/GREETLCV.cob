       id division.
       program-id. greetlcv.
      *
      * One-time conversion of 103-byte greeting audit files to the
      * 121-byte layout that carries gl-sequence-no and
      * gl-chain-value. Rows logged before the chain existed are
      * copied through unchanged with zeros in both fields - the
      * pre-chain rows GREETVFY counts but does not verify. Run
      * once against the active GREETLOG before the first 121-byte
      * nightly run, and once per cataloged GREETARC generation
      * that still has to be readable. The converted file is
      * written to a new dataset; operations verifies the counts on
      * the report and swaps it in.
      *
       environment division.
       input-output section.
       file-control.
           select old-log-file assign to "GREETOLD"
               organization is sequential
               file status is ws-old-log-status.
           select new-log-file assign to "GREETNEW"
               organization is sequential
               file status is ws-new-log-status.
           select report-file assign to "GREETLCR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  old-log-file.
       01 old-log-rec               pic x(103).
      *
       fd  new-log-file.
       01 new-log-rec               pic x(121).
      *
       fd  report-file.
       01 rpt-line                  pic x(80).
      *
       working-storage section.
       01 ws-old-log-status         pic xx.
       01 ws-new-log-status         pic xx.
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
           open input old-log-file.
           open output new-log-file.
           perform until ws-eof
               read old-log-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-rows-read
                       move zeros to new-log-rec
                       move old-log-rec to new-log-rec(1:103)
                       write new-log-rec
                       add 1 to ws-rows-written
               end-read
           end-perform.
           close old-log-file.
           close new-log-file.
      *
       0030-print-report.
           open output report-file.
           move spaces to rpt-line.
           string "GREETING LOG CHAIN CONVERSION REPORT  RUN DATE: "
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
