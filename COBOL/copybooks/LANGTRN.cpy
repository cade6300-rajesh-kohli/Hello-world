      *
      * LANGUAGE-TRAN-REC - one ADD/CHG/DEL maintenance request card
      * against the LANGREF reference, edited by LANGMNT and queued
      * for approval, then applied by GREETAPV. The maker id is the
      * user id of whoever submitted the card.
      *
       01  language-tran-rec.
           05  lt-action               pic x(3).
           05  lt-language-code        pic x(3).
           05  lt-language-name        pic x(30).
           05  lt-maker-id             pic x(8).
           05  filler                  pic x(36).
