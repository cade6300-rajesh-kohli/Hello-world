      *
      * CHAIN-CTL-REC - chain control for the GREETLOG audit trail,
      * keyed by the log date of the rows. hello-world keeps one row
      * per night, rewritten as each audit row is written, so it
      * always holds the night's first and last sequence numbers,
      * the chain value of its last row and its row count - the
      * chain position at the end of the night. The LATEST row is
      * the position of the last row ever written, where the next
      * run picks the sequence and chain up. GREETBKO adds the rows
      * it moves to the reversal file to cc-rows-backed-out, so
      * GREETVFY can tell a backout from a deletion.
      *
       01  chain-ctl-rec.
           05  cc-control-key          pic x(8).
           05  cc-first-sequence       pic 9(9).
           05  cc-last-sequence        pic 9(9).
           05  cc-last-chain           pic 9(9).
           05  cc-row-count            pic 9(9).
           05  cc-rows-backed-out      pic 9(9).
           05  cc-last-timestamp       pic x(21).
           05  filler                  pic x(6).
