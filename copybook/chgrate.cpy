      * Shared layout for one record of the CHGRATE chargeback rate
      * table the data center keeps for CHGBACK: the rates charged
      * back to a department for each reading processed, each batch
      * submitted, each suspense item raised, and each batch
      * reversal, and the data center's recovery GL account the
      * charges are credited to. Each record takes effect from
      * CHGR-EFF-PERIOD (YYYYMM); a period is priced at the record
      * with the latest effective period not after it, so a rate
      * change is a new record and earlier months still re-price at
      * the rates they were billed at.
       01  CHGR-RECORD.
           05  CHGR-EFF-PERIOD  PIC 9(6).
           05  CHGR-READING-RATE PIC 9(3)V9(4).
           05  CHGR-BATCH-RATE  PIC 9(5)V99.
           05  CHGR-SUSP-RATE   PIC 9(5)V99.
           05  CHGR-REVERSAL-RATE PIC 9(5)V99.
           05  CHGR-RECOVERY-ACCT PIC X(8).
