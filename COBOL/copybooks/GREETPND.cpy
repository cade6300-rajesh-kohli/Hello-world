      *
      * PENDING-CHANGE-REC - one maintenance transaction awaiting
      * dual control. GREETMNT and LANGMNT no longer apply a card
      * the moment it is submitted: a card that passes their edits
      * is queued here as pending, with the submitting (maker) user
      * id and the full card image, and only GREETAPV applies it -
      * on an approve card from a different (checker) user id -
      * recording both ids on the GREETJRN journal row. A checker's
      * reject, or an approved card that no longer applies (the row
      * was added or deleted since it was queued), closes the item
      * with the reason. Rows are keyed by a pending id issued in
      * ascending order; id zero is the control row carrying the
      * last id issued, in the alternate layout below.
      *
       01  pending-change-rec.
           05  pc-pending-id           pic 9(7).
           05  pc-pending-body.
               10  pc-source-program   pic x(8).
               10  pc-action           pic x(3).
               10  pc-record-key       pic x(8).
               10  pc-status           pic x.
                   88  pc-status-pending       value "P".
                   88  pc-status-applied       value "A".
                   88  pc-status-rejected      value "R".
                   88  pc-status-failed        value "F".
               10  pc-maker-id         pic x(8).
               10  pc-submit-timestamp pic x(21).
               10  pc-checker-id       pic x(8).
               10  pc-decision-timestamp
                                       pic x(21).
               10  pc-decision-reason  pic x(40).
               10  pc-tran-image       pic x(96).
           05  pc-control-body redefines pc-pending-body.
               10  pc-last-pending-id  pic 9(7).
               10  filler              pic x(207).
