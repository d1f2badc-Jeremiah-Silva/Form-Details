      * Business-date control record: the one record on BUSDATE
      * holds the business day the overnight jobstream is posting
      * to. FRMBDTE alone writes it, for an operator authorised on
      * OPERAUTH to open the next day, close the current one or
      * reopen it for a rerun; every program that dates what it
      * writes takes its processing date from here rather than the
      * clock, and refuses to run unless the date is open.
       05 BDTE-BUSINESS-DATE           PIC 9(08).
       05 BDTE-STATUS                  PIC X(01).
           88 BDTE-IS-OPEN                   VALUE 'O'.
           88 BDTE-IS-CLOSED                 VALUE 'C'.
       05 BDTE-PRIOR-DATE              PIC 9(08).
       05 BDTE-CHANGED-BY              PIC X(08).
       05 BDTE-CHANGED-ON              PIC 9(08).
       05 BDTE-CHANGED-AT              PIC 9(06).
       05 FILLER                       PIC X(41).
