      *
      * GREETING-RATE-REC - the greeting desk's rate card, one unit
      * rate per row, keyed by message id, language code and the
      * date the rate takes effect. A blank message id prices every
      * message in the language, a blank language every language of
      * the message, and a row with both blank is the house rate.
      * GREETCHG prices each statement line from the most specific
      * row effective on the activity date (message and language,
      * then message, then language, then house rate), taking the
      * latest effective date among rows equally specific, so a new
      * rate is added as a new row and the old one keeps pricing the
      * dates before it. Maintained by RATEMNT.
      *
       01  greeting-rate-rec.
           05  rt-rate-key.
               10  rt-message-id       pic x(6).
               10  rt-language-code    pic x(3).
               10  rt-effective-date   pic x(8).
           05  rt-unit-rate            pic 9(3)v9(4).
           05  rt-description          pic x(30).
