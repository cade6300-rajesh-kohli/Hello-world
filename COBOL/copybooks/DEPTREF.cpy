      * suspended is rejected, and the rep-count ceiling caps how
      * large a batch one request may order, so a fat-fingered
      * count bounces on its acknowledgment instead of eating the
      * batch window. The monthly budget caps what the department
      * may be issued across the whole calendar month - HELLODRV
      * checks it against the GREETCON consumption row before each
      * batch; zero means no budget has been set and nothing is
      * capped. The cost center is the GL account the department's
      * monthly greeting charges are debited to on the GREETCHG
      * journal; a department without one posts to suspense.
      *
       01  dept-ref-rec.
           05  dp-requester-id         pic x(8).
               88  dp-status-active        value "A".
               88  dp-status-suspended     value "S".
           05  dp-rep-ceiling          pic 9(5).
           05  dp-monthly-budget       pic 9(7).
           05  dp-cost-center          pic x(12).
