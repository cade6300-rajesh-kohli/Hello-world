      * requests file, written by HELLODRV so the requesting
      * department can see whether its batch was processed, why it
      * was rejected, and how many greetings were issued for it.
      * Reason codes: BADRP (rep count not numeric), NODEP (requester
      * not on DEPTREF), SUSPD (department suspended), LIMIT (over
      * the department's rep-count ceiling), OVBUD (over the
      * department's monthly budget), NOTFD (no active master rows).
      * The run date and the source of the request - S for an order
      * generated from the GREETSUB standing subscriptions, R for a
      * one-off GREETREQ card - let GREETNTC file each night's rows
      * on the GREETAKH history and tell the department which of
      * its orders each row answers.
      *
       01  greeting-ack-rec.
           05  ak-requester-id         pic x(8).
           05  ak-status               pic x(9).
           05  ak-reason-code          pic x(5).
           05  ak-issued-count         pic 9(5).
           05  ak-run-date             pic x(8).
           05  ak-source               pic x.
               88  ak-source-standing      value "S".
               88  ak-source-request       value "R".
