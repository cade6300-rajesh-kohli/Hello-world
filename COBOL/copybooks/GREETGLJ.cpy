      *
      * General-ledger journal interface records written by GREETCHG
      * for the month's greeting recovery - one header, one debit
      * per department cost center and one credit to the greeting
      * desk's recovery account, then one trailer. The trailer
      * carries the detail count and the debit and credit totals so
      * the GL load can prove the journal arrived complete and
      * balanced before it posts anything, and the hold flag GREETCHG
      * sets when its statements did not crossfoot - a held journal
      * is never posted.
      *
       01  gl-journal-header-rec.
           05  gjh-record-type         pic x.
           05  gjh-journal-date        pic x(8).
           05  gjh-period              pic x(6).
           05  gjh-source              pic x(8).
           05  gjh-description         pic x(30).
           05  filler                  pic x(27).
      *
       01  gl-journal-detail-rec.
           05  gjd-record-type         pic x.
           05  gjd-account             pic x(12).
           05  gjd-dr-cr               pic x.
               88  gjd-debit               value "D".
               88  gjd-credit              value "C".
           05  gjd-amount              pic 9(11)v99.
           05  gjd-requester-id        pic x(8).
           05  gjd-greeting-count      pic 9(9).
           05  gjd-description         pic x(30).
           05  filler                  pic x(6).
      *
       01  gl-journal-trailer-rec.
           05  gjt-record-type         pic x.
           05  gjt-record-count        pic 9(7).
           05  gjt-debit-total         pic 9(11)v99.
           05  gjt-credit-total        pic 9(11)v99.
           05  gjt-greeting-count      pic 9(9).
           05  gjt-hold-flag           pic x.
               88  gjt-journal-held        value "Y".
               88  gjt-journal-released    value "N".
           05  filler                  pic x(36).
