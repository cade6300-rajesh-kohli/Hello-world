       program-id. greethst.
      *
      * Change-history inquiry over the GREETJRN journal written by
      * GREETAPV (for GREETMNT and LANGMNT changes) and RATEMNT.
      * Given a message id, language code or rate key (RTMSG001,
      * RTL-ENG, RTHOUSE) on the selection card, prints every
      * journaled change to that row -
      * timestamp, program, action, the maker and checker user ids
      * of a dual-controlled change, and the full before and after
      * images - optionally restricted to a date range.
      * Given an as-of date, also replays the journal up to that
      * date and prints what the master row looked like at close of
      * that day (or that no row existed), which is the question
      * compliance actually asks. Rate history is the exception:
      * one RATEMNT journal key carries every language and
      * effective date of its rate, so replaying it would return
      * whichever rate row was changed last - RATEMNT rows are
      * listed but never replayed, the report says so instead, and
      * the rate in force is read off the listed images, which
      * carry the full rate key. Condition codes match GREETINQ:
      * 0 = history found, 4 = clean run but no journaled changes
      * matched, 8 = bad selection card.
      *
           88 ws-asof-row-exists        value "Y".
       01 ws-asof-seen              pic x value "N".
           88 ws-asof-any-history       value "Y".
       01 ws-rate-seen              pic x value "N".
           88 ws-rate-history-seen      value "Y".
      *
       procedure division.
      *
                   not at end
                       add 1 to ws-rows-read
                       if jr-record-key = ws-parm-record-key
                           if jr-program = "RATEMNT"
                               set ws-rate-history-seen to true
                           end-if
                           perform 0035-process-one-entry
                       end-if
               end-read
           end-if.
           if ws-parm-as-of-date not = spaces
                   and jr-timestamp(1:8) <= ws-parm-as-of-date
                   and jr-program not = "RATEMNT"
               set ws-asof-any-history to true
               if jr-action = "DEL"
                   move "N" to ws-asof-exists
      *
       0040-print-one-entry.
           move spaces to rpt-line.
           if jr-maker-id = spaces and jr-checker-id = spaces
               string jr-timestamp
                   "  " jr-program
                   "  " jr-action
                   delimited by size into rpt-line
           else
               string jr-timestamp
                   "  " jr-program
                   "  " jr-action
                   "  MAKER " jr-maker-id
                   "  CHECKER " jr-checker-id
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
           if jr-before-image not = spaces
               move spaces to rpt-line
           write rpt-line.
           move spaces to rpt-line.
           evaluate true
               when ws-rate-history-seen
                       and not ws-asof-any-history
                   string "NO AS-OF RECONSTRUCTION FOR RATE KEY "
                       ws-parm-record-key
                       " - IT HOLDS EVERY LANGUAGE AND EFFECTIVE DATE;"
                       " READ THE RATE OFF THE IMAGES ABOVE"
                       delimited by size into rpt-line
               when not ws-asof-any-history
                   string "NO JOURNALED HISTORY FOR "
                       ws-parm-record-key " AT "
