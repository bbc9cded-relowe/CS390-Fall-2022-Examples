      * Shared layout for one record of the PICKLIST staging pickup
      * list STAGEPIK writes alongside the BATCHLST it builds: the
      * department, the staged NUMSTAGE.<dept> dataset picked up, the
      * batch ID and business date from its header, and when it was
      * picked up. STAGECON reads it back after AVGBATCH and, once
      * the run completes (GOOD or WARN), renames each file to
      * PK-USED-NAME and marks the entry consumed ("C"), so the same
      * staged file cannot be picked up and averaged twice.
       01  PK-RECORD.
           05  PK-DEPT          PIC X(4).
           05  PK-FILENAME      PIC X(40).
           05  PK-BATCH-ID      PIC X(8).
           05  PK-BUS-DATE      PIC 9(8).
           05  PK-PICK-TS       PIC X(14).
           05  PK-STATUS        PIC X.
               88  PK-PICKED        VALUE "P".
               88  PK-CONSUMED      VALUE "C".
           05  PK-USED-NAME     PIC X(40).
