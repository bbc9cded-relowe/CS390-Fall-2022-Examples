      * The registration carries the batch's accepted count and
      * total so BATCHREV can write an exact reversing entry, and a
      * status byte: "P" posted (spaces on records written before the
      * byte existed mean the same), "R" reversed (queued by
      * BATCHREV, posted by APPROVAL). A reversed registration no
      * longer counts as a duplicate, so the corrected file resubmits
      * without a RERUNOK override.
      * REG-DEPT is the department from the batch header, so a
      * department's batches and reversals can be counted for the
      * monthly chargeback; registrations written before it was
      * carried hold spaces there and are charged to no department.
       01  REG-RECORD.
           05  REG-BATCH-ID     PIC X(8).
           05  REG-RUN-DATE     PIC 9(8).
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  REG-STATUS       PIC X.
               88  REG-REVERSED     VALUE "R".
           05  REG-DEPT         PIC X(4).
