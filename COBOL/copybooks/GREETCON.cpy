      *
      * GREETING-CONSUMPTION-REC - greetings issued to one department
      * in one calendar month, keyed by requester id and YYYYMM.
      * HELLODRV's requests mode adds each batch as it is issued and
      * tests the running total against the department's DEPTREF
      * monthly budget before the next one, so a department cannot
      * outrun its allocation one card (or one standing order) at a
      * time. GREETBUD reads it for the budget-versus-actual report.
      *
       01  greeting-consumption-rec.
           05  cu-consumption-key.
               10  cu-requester-id     pic x(8).
               10  cu-month            pic x(6).
           05  cu-consumed-count       pic 9(7).
           05  cu-request-count        pic 9(5).
           05  cu-last-date            pic x(8).
