      * touched and released at end, so this program and the other
      * NUMINV writers cannot collide; a leftover lock from a
      * crashed run is cleared through LOCKCLR.
      * USEDNUMS records also carry the check's issue date, amount,
      * and payee after the check digit (blank on records keyed
      * before the fields existed). Every number posted to used is
      * reported to the bank on the PPISSUE positive-pay issue file,
      * so a counterfeit or altered check is stopped at the bank
      * instead of clearing unnoticed: a fixed 80-byte layout of an
      * "H" header (our account number from the PPAYCTL control file,
      * creation date and time), one "D" detail per issued check
      * (account, 10-digit serial, issue date, amount in cents,
      * issue code "I", payee), and a "T" trailer with the detail
      * count and amount total for the bank's transmission control.
      * PPISSUE is rewritten each run - it is that day's issue
      * transmission. Each reported check is also added to the
      * PPISSREG positive-pay issue register (copybook/ppissreg.cpy)
      * PPAYREC matches the bank's paid items against. A posted
      * number whose usage record has no valid issue date or amount
      * is not sent to the bank and is listed instead, journaling
      * WARN; so is a run with no PPAYCTL account number. A missing
      * PPISSREG is created empty; a register that will not open for
      * any other reason is left alone, its status shown on the
      * console and the report, the issues still go to the bank
      * unregistered, and the run journals WARN so they are added
      * before PPAYREC next runs.
      * Every number flipped to used is appended to the INVJRNL
      * inventory change journal (copybook/invjrnl.cpy) with its old
      * status, the operator, and the check's payee as the reference
      * ("USEDNUMS" when the usage record carries no payee).
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INVPOST.

           SELECT PRINT-FILE ASSIGN TO "INVPOSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PP-FILE ASSIGN TO "PPISSUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

           SELECT PPR-FILE ASSIGN TO "PPISSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPR-NUMBER
               FILE STATUS IS WS-PPR-STATUS.

           SELECT PPC-FILE ASSIGN TO "PPAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPC-STATUS.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMINVLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
             05 USED-NUMBER PIC S9(5)
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 USED-CHECK-DIGIT PIC X.
             05 USED-ISSUE-DATE PIC 9(8).
             05 USED-AMOUNT PIC S9(9)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 USED-PAYEE PIC X(30).

       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           LABEL RECORDS ARE OMITTED.
          01 PRINT-RECORD PIC X(80).

       FD  PP-FILE
           LABEL RECORDS ARE OMITTED.
          01 PP-RECORD PIC X(80).

       FD  PPR-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "ppissreg.cpy".

       FD  PPC-FILE
           LABEL RECORDS ARE OMITTED.
          01 PPC-RECORD.
             05 PPC-ACCOUNT   PIC X(16).

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       FD  LOCK-FILE
           LABEL RECORDS ARE OMITTED.
          01 LOCK-RECORD.
          01 WS-AGE-ED       PIC -(4)9.
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-ESCALATE     PIC X(11).
          01 WS-AMOUNT-ED    PIC -(9)9.99.

          01 WS-PP-STATUS    PIC XX.
          01 WS-PPR-STATUS   PIC XX.
          01 WS-PPC-STATUS   PIC XX.
          01 WS-PP-ACCOUNT   PIC X(16) VALUE SPACES.
          01 WS-PP-COUNT     PIC 9(7) VALUE 0.
          01 WS-PP-TOTAL     PIC 9(10)V99 VALUE 0.
          01 WS-PP-NO-DETAIL PIC 9(7) VALUE 0.
          01 WS-PP-REG-DUPS  PIC 9(7) VALUE 0.
          01 WS-PP-UNREG     PIC 9(7) VALUE 0.
          01 WS-PPR-OPEN     PIC X VALUE "N".
          01 WS-PP-HEADER.
             05 FILLER            PIC X VALUE "H".
             05 WS-PPH-ACCOUNT    PIC X(16).
             05 WS-PPH-DATE       PIC 9(8).
             05 WS-PPH-TIME       PIC 9(6).
             05 FILLER            PIC X(49) VALUE SPACES.
          01 WS-PP-DETAIL.
             05 FILLER            PIC X VALUE "D".
             05 WS-PPD-ACCOUNT    PIC X(16).
             05 WS-PPD-SERIAL     PIC 9(10).
             05 WS-PPD-ISSUE-DATE PIC 9(8).
             05 WS-PPD-AMOUNT     PIC 9(8)V99.
             05 WS-PPD-ISSUE-CODE PIC X VALUE "I".
             05 WS-PPD-PAYEE      PIC X(34).
          01 WS-PP-TRAILER.
             05 FILLER            PIC X VALUE "T".
             05 WS-PPT-ACCOUNT    PIC X(16).
             05 WS-PPT-COUNT      PIC 9(7).
             05 WS-PPT-TOTAL      PIC 9(10)V99.
             05 FILLER            PIC X(44) VALUE SPACES.

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "NUMINVLK".
          01 WS-SAVED-RC     PIC S9(4).
          01 WS-IJ-STATUS    PIC XX.
          01 WS-OLD-STATUS   PIC X.

       PROCEDURE DIVISION.
       Invpost.
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-POSITIVE-PAY.
           OPEN EXTEND IJ-FILE.
           IF WS-IJ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT IJ-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Inventory Usage Posting Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM POST-USAGE.
           PERFORM CLOSE-POSITIVE-PAY.
           PERFORM PRINT-POSTING-SUMMARY.
           PERFORM PRINT-POSITIVE-PAY-SUMMARY.
           PERFORM AGE-OUTSTANDING.
           CLOSE INV-FILE.
           CLOSE IJ-FILE.
           CLOSE PRINT-FILE.
           IF WS-NOT-FOUND GREATER THAN 0
                   OR WS-BAD-RECORDS GREATER THAN 0
                   OR WS-CDFAIL GREATER THAN 0
                   OR WS-DEAD-USED GREATER THAN 0
                   OR WS-PP-NO-DETAIL GREATER THAN 0
                   OR WS-PP-ACCOUNT EQUAL TO SPACES
                   OR WS-PP-UNREG GREATER THAN 0
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
       APPLY-USAGE.
           EVALUATE TRUE
               WHEN INV-ALLOCATED OR INV-PRINTED
                   MOVE INV-STATUS TO WS-OLD-STATUS
                   MOVE "U" TO INV-STATUS
                   MOVE WS-TODAY TO INV-STATUS-DATE
                   REWRITE INV-RECORD
                               WS-INV-STATUS ")."
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                           PERFORM WRITE-INV-JOURNAL
                           PERFORM ISSUE-POSITIVE-PAY
                   END-REWRITE
               WHEN INV-USED
                   ADD 1 TO WS-ALREADY-USED
                   PERFORM PRINT-DEAD-USED-LINE
           END-EVALUATE.

       WRITE-INV-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE INV-NUMBER TO IJ-NUMBER.
           MOVE WS-OLD-STATUS TO IJ-BEFORE-STATUS.
           MOVE INV-STATUS TO IJ-AFTER-STATUS.
           MOVE "INVPOST" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-STAMP-DATE TO IJ-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO IJ-TIMESTAMP(9:6).
           IF USED-PAYEE EQUAL TO SPACES
               MOVE "USEDNUMS" TO IJ-REFERENCE
           ELSE
               MOVE USED-PAYEE TO IJ-REFERENCE
           END-IF.
           WRITE IJ-RECORD.

      * The header goes out before any usage is posted so the
      * trailer can carry the count and total of exactly the details
      * this run wrote.
       OPEN-POSITIVE-PAY.
           OPEN INPUT PPC-FILE.
           IF WS-PPC-STATUS EQUAL TO "00"
               READ PPC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPC-ACCOUNT TO WS-PP-ACCOUNT
               END-READ
               CLOSE PPC-FILE
           END-IF.
           IF WS-PP-ACCOUNT EQUAL TO SPACES
               DISPLAY "INVPOST: no PPAYCTL account number - the "
                   "positive-pay file goes out with a blank account."
           END-IF.
           OPEN I-O PPR-FILE.
           IF WS-PPR-STATUS EQUAL TO "35"
               OPEN OUTPUT PPR-FILE
               CLOSE PPR-FILE
               OPEN I-O PPR-FILE
           END-IF.
           IF WS-PPR-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-PPR-OPEN
           ELSE
               MOVE "N" TO WS-PPR-OPEN
               DISPLAY "INVPOST: cannot open PPISSREG (status "
                   WS-PPR-STATUS ") - issues sent but not registered."
           END-IF.
           OPEN OUTPUT PP-FILE.
           MOVE WS-PP-ACCOUNT TO WS-PPH-ACCOUNT.
           MOVE WS-START-STAMP(1:8) TO WS-PPH-DATE.
           MOVE WS-START-STAMP(9:6) TO WS-PPH-TIME.
           WRITE PP-RECORD FROM WS-PP-HEADER.

       ISSUE-POSITIVE-PAY.
           IF USED-ISSUE-DATE IS NUMERIC
                   AND USED-ISSUE-DATE GREATER THAN 19000101
                   AND USED-AMOUNT IS NUMERIC
                   AND USED-AMOUNT GREATER THAN 0
               MOVE WS-PP-ACCOUNT TO WS-PPD-ACCOUNT
               MOVE WS-USED-NUMBER TO WS-PPD-SERIAL
               MOVE USED-ISSUE-DATE TO WS-PPD-ISSUE-DATE
               MOVE USED-AMOUNT TO WS-PPD-AMOUNT
               MOVE USED-PAYEE TO WS-PPD-PAYEE
               WRITE PP-RECORD FROM WS-PP-DETAIL
               ADD 1 TO WS-PP-COUNT
               ADD USED-AMOUNT TO WS-PP-TOTAL
               IF WS-PPR-OPEN EQUAL TO "Y"
                   PERFORM REGISTER-ISSUE
               ELSE
                   ADD 1 TO WS-PP-UNREG
               END-IF
           ELSE
               ADD 1 TO WS-PP-NO-DETAIL
               MOVE WS-USED-NUMBER TO WS-NUMBER-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO ISSUE DETAIL: " WS-NUMBER-ED
                   " - date/amount missing, not sent to the bank"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       REGISTER-ISSUE.
           MOVE WS-USED-NUMBER TO PPR-NUMBER.
           MOVE USED-CHECK-DIGIT TO PPR-CHECK-DIGIT.
           MOVE USED-ISSUE-DATE TO PPR-ISSUE-DATE.
           MOVE USED-AMOUNT TO PPR-AMOUNT.
           MOVE USED-PAYEE TO PPR-PAYEE.
           MOVE 0 TO PPR-PAID-COUNT.
           MOVE 0 TO PPR-PAID-DATE.
           MOVE 0 TO PPR-PAID-AMOUNT.
           WRITE PPR-RECORD
               INVALID KEY
                   ADD 1 TO WS-PP-REG-DUPS
                   MOVE WS-USED-NUMBER TO WS-NUMBER-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "ALREADY ON PPISSREG: " WS-NUMBER-ED
                       " - earlier issue kept on the register"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-WRITE.

       CLOSE-POSITIVE-PAY.
           MOVE WS-PP-ACCOUNT TO WS-PPT-ACCOUNT.
           MOVE WS-PP-COUNT TO WS-PPT-COUNT.
           MOVE WS-PP-TOTAL TO WS-PPT-TOTAL.
           WRITE PP-RECORD FROM WS-PP-TRAILER.
           CLOSE PP-FILE.
           IF WS-PPR-OPEN EQUAL TO "Y"
               CLOSE PPR-FILE
           END-IF.

       PRINT-POSITIVE-PAY-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Positive Pay Issue File (PPISSUE)" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-PP-ACCOUNT EQUAL TO SPACES
               MOVE "  Account: NONE - no PPAYCTL control record"
                   TO WS-PRINT-LINE
           ELSE
               STRING "  Account: " WS-PP-ACCOUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-PP-COUNT TO WS-COUNT-ED.
           MOVE WS-PP-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Checks Issued: " WS-COUNT-ED
               "  Amount: " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-PP-NO-DETAIL TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Not Sent (no issue detail): " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-PP-REG-DUPS GREATER THAN 0
               MOVE WS-PP-REG-DUPS TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Already on PPISSREG: " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           IF WS-PP-UNREG GREATER THAN 0
               MOVE WS-PP-UNREG TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Not on PPISSREG (status " WS-PPR-STATUS
                   "): " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-NOT-FOUND-LINE.
           MOVE WS-USED-NUMBER TO WS-NUMBER-ED.
           MOVE SPACES TO WS-PRINT-LINE.
