      *
      * GREETING-TRAN-REC - one ADD/CHG/DEL maintenance request card
      * against the GREETINGS master, edited by GREETMNT and queued
      * for approval, then applied by GREETAPV, so greeting content
      * changes go through an audited, dual-controlled batch run
      * instead of raw file edits in production. Effective dates are
      * YYYYMMDD or blank, with the same meaning as on GREETING-REC.
      * The maker id is the user id of whoever submitted the card.
      *
       01  greeting-tran-rec.
           05  gt-action               pic x(3).
           05  gt-message-text         pic x(60).
           05  gt-effective-from       pic x(8).
           05  gt-effective-to         pic x(8).
           05  gt-maker-id             pic x(8).
