      * missing/duplicate matching, so one transposed keying stops
      * producing a phantom missing number and a phantom
      * unrecognized one. Blank digits are matched as before.
      * The issue date, amount, and payee that follow the check
      * digit on USEDNUMS are for INVPOST's positive-pay file; the
      * audit carries them through the sort untouched.
      * Every run appends a record to the shared RUNJRNL run journal
      * (copybook/runjrnl.cpy): program, start/end timestamps, input
      * dataset, ranges audited, ranges skipped, and GOOD/WARN status
             05 USED-NUMBER PIC S9(5)
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 USED-CHECK-DIGIT PIC X.
             05 FILLER PIC X(50).

       FD  SORTED-FILE
           LABEL RECORDS ARE OMITTED.
             05 SORTED-NUMBER PIC S9(5)
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 SORTED-CHECK-DIGIT PIC X.
             05 FILLER PIC X(50).

       SD  SORT-FILE.
          01 SORT-RECORD.
             05 SORT-NUMBER PIC S9(5)
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 SORT-CHECK-DIGIT PIC X.
             05 FILLER PIC X(50).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
