      *
      * CHANGE-JOURNAL-REC - one row per ADD/CHG/DEL actually
      * applied to the GREETINGS master, the LANGREF reference or
      * the GREETRAT rate card, written to the cumulative GREETJRN
      * journal as each transaction lands (GREETINGS and LANGREF
      * rows by GREETAPV, under the name of the maintenance program
      * that owns the master, GREETMNT or LANGMNT). Unlike the
      * maintenance report sysout, this file survives: GREETHST
      * reads it back to answer "who changed this row and when" and
      * to reconstruct what a row looked like on any past date. The
      * images are the full master/reference record as it stood
      * before and after the change, space-padded to the longer
      * (GREETING-REC) layout; an ADD has a blank before-image, a
      * DEL a blank after-image. The record key repeats the row's
      * own key (message id or language code) so one journal serves
      * every master. GREETINGS and LANGREF changes are applied
      * under dual control and carry the user id that submitted the
      * change (maker) and the one that approved it (checker); rows
      * from before dual control leave both blank, and rate card
      * rows carry the submitting user id as the maker with a blank
      * checker.
      *
       01  change-journal-rec.
           05  jr-timestamp            pic x(21).
           05  jr-record-key           pic x(8).
           05  jr-before-image         pic x(85).
           05  jr-after-image          pic x(85).
           05  jr-maker-id             pic x(8).
           05  jr-checker-id           pic x(8).
