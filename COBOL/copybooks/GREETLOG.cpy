      * request drove the batch, or CONSOLE for the classic
      * single-card run, so departmental volume can be charged
      * back; rows logged before the field existed carry spaces.
      * Every row hello-world writes also carries the next number in
      * one unbroken sequence across all nights and a chain value
      * computed by GREETCHV from the row and the chain value of the
      * row before it, so a row deleted, inserted or edited after
      * the fact breaks the chain where GREETVFY will find it. Rows
      * logged before the chain existed carry zeros in both.
      *
       01  greeting-log-rec.
           05  gl-timestamp            pic x(21).
           05  gl-language-code        pic x(3).
           05  gl-message-text         pic x(60).
           05  gl-requester-id         pic x(8).
           05  gl-sequence-no          pic 9(9).
           05  gl-chain-value          pic 9(9).
