      *
      * ACK-HISTORY-REC - the dated acknowledgment history GREETNTC
      * builds from each night's GREETACK, which HELLODRV overwrites
      * every run. Keyed by run date and the row's position in that
      * night's GREETACK, so a date's rows read back in the order
      * they were processed and a rerun of the post-run step files
      * the night again rather than twice. Besides the GREETACK rows
      * it holds one NOT RUN row per standing order that was due on
      * a night its department had nothing processed, with a
      * history-only reason code saying why:
      *   NOCAL - the run date was a no-run day on GREETCAL;
      *   NORUN - no run took place for the date;
      *   INFLT - the run started but never completed;
      *   NOGEN - the run completed without generating standing
      *           orders (not in requests mode, or GREETSUB was not
      *           available to it).
      * GREETBKO rewrites the PROCESSED rows of a night (or of one
      * requester's part of it) that it backs out to status BACKED
      * OUT, issued count zero, with the history-only reason code
      *   BKOUT - issued, then withdrawn by a GREETBKO backout.
      * The source is S for a standing GREETSUB order, R for a
      * one-off GREETREQ card.
      *
       01  ack-history-rec.
           05  ah-history-key.
               10  ah-run-date         pic x(8).
               10  ah-ack-seq          pic 9(5).
           05  ah-requester-id         pic x(8).
           05  ah-message-id           pic x(6).
           05  ah-language-code        pic x(3).
           05  ah-source               pic x.
               88  ah-source-standing      value "S".
               88  ah-source-request       value "R".
           05  ah-status               pic x(10).
           05  ah-reason-code          pic x(5).
           05  ah-issued-count         pic 9(5).
           05  ah-rep-count            pic 9(5).
           05  ah-filed-timestamp      pic x(21).
           05  filler                  pic x(3).
