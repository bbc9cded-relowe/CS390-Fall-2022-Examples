      * Shared layout for one record of the REQNLOG requisition log
      * REQNFILL appends to for every requisition it processes: the
      * requisition as submitted, whether it was filled ("F") or
      * refused ("R"), the block assigned to a filled requisition,
      * the shortfall of a refused one (quantity asked for less the
      * largest free block left in the stock range), and when and by
      * whom it was processed.
       01  RQL-RECORD.
           05  RQL-NUMBER       PIC X(8).
           05  RQL-REQUESTOR    PIC X(20).
           05  RQL-STOCK-TYPE   PIC X(4).
           05  RQL-QUANTITY     PIC 9(5).
           05  RQL-OUTCOME      PIC X.
               88  RQL-FILLED       VALUE "F".
               88  RQL-REFUSED      VALUE "R".
           05  RQL-FIRST        PIC 9(5).
           05  RQL-LAST         PIC 9(5).
           05  RQL-SHORTFALL    PIC 9(5).
           05  RQL-TIMESTAMP    PIC X(14).
           05  RQL-OPERATOR     PIC X(8).
