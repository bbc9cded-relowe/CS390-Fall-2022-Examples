      * Shared layout for one record of the STRMSTAT stream status
      * file JOBSTRM rewrites after every step: the step name, how
      * the step ended in the latest attempt (RAN, HELD, FAILED, or
      * blank for a step the attempt never reached), its condition
      * code, and when it ended. A rerun reads it back to resume at
      * the failed step: a step that already RAN is skipped and its
      * recorded condition code stands for its successors.
       01  SS-RECORD.
           05  SS-STEP          PIC X(8).
           05  SS-RESULT        PIC X(8).
               88  SS-RAN           VALUE "RAN".
           05  SS-RC            PIC 9(3).
           05  SS-TIMESTAMP     PIC X(14).
