      * retransmitted rows unacknowledged longer than the threshold
      * on the parameter card, and every rejected row with its
      * reason, so a failed warehouse load surfaces on the next
      * morning's report instead of in an MIS email days later. A
      * day GREETBKO has backed out since it was sent is listed too
      * until the correcting resend goes, and a late acknowledgment
      * of the original file is ignored rather than clearing it. Any
      * row needing attention ends the run with condition code 4.
      *
       environment division.
                           to ws-reject-reason
               end-read
           end-if.
           if ws-reject-reason = spaces
                   and tc-status-backed-out
               move "day backed out - awaiting correcting resend"
                   to ws-reject-reason
           end-if.
           if ws-reject-reason not = spaces
               add 1 to ws-acks-rejected
               move spaces to rpt-line
           write rpt-line.
      *
      * Walk every control row - a sent or retransmitted row with
      * no acknowledgment after the threshold, every rejected row,
      * and every backed-out row still owed its correcting resend,
      * needs someone on the phone to the warehouse.
      *
       0050-report-aging.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TRANSMISSIONS NEEDING ATTENTION (UNACKNOWLEDGED "
               "OVER " ws-aging-days " DAYS, REJECTED OR BACKED OUT)"
               delimited by size into rpt-line.
           write rpt-line.
           move "N" to ws-eof-flag.
                       "  COUNT " tc-detail-count
                       delimited by size into rpt-line
                   write rpt-line
               when tc-status-backed-out
                   add 1 to ws-attention-count
                   move spaces to rpt-line
                   string tc-extract-date
                       "  BACKED OUT SINCE SENT - CORRECTING RESEND "
                       "DUE  COUNT SENT " tc-detail-count
                       delimited by size into rpt-line
                   write rpt-line
               when tc-status-sent or tc-status-retransmitted
      * Age from when the file actually left the shop, not from the
      * extract date it carries - GREETEXT refreshes the sent
