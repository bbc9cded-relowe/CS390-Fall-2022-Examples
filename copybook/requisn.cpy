      * Shared layout for one record of the REQUISN check-number
      * requisition file: a requestor's request for a quantity of
      * numbers of one stock type (see copybook/stockrng.cpy). The
      * requestor never names the numbers; REQNFILL assigns the next
      * free block and prints the confirmation. The requisition
      * number identifies the request on the REQNLOG log, so a
      * requisition already filled is never filled twice.
       01  REQ-RECORD.
           05  REQ-NUMBER       PIC X(8).
           05  REQ-REQUESTOR    PIC X(20).
           05  REQ-STOCK-TYPE   PIC X(4).
           05  REQ-QUANTITY     PIC 9(5).
