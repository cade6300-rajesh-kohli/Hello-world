      * with their reason) after verifying their counts match what
      * was sent, and reports the rows still unacknowledged or
      * rejected; a resend run of GREETEXT marks the row T so the
      * retransmission is visible. GREETBKO marks a sent day B when
      * its greetings are backed out afterwards - what the warehouse
      * holds for it is wrong until a correcting resend. From the
      * moment the file leaves the shop we are no longer blind.
      *
       01  transmission-ctl-rec.
           05  tc-extract-date         pic x(8).
               88  tc-status-accepted      value "A".
               88  tc-status-rejected      value "R".
               88  tc-status-retransmitted value "T".
               88  tc-status-backed-out    value "B".
           05  tc-sent-timestamp       pic x(21).
           05  tc-ack-date             pic x(8).
           05  tc-reject-reason        pic x(30).
