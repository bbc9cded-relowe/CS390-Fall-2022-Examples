      * Positive-pay reconciliation of the bank's paid-items file
      * against what we actually issued, the other half of the
      * PPISSUE issue file INVPOST sends: the bank returns PPPAID,
      * one record per check it paid (account, 10-digit serial, paid
      * date, amount, bank reference), and every paid item is matched
      * against the PPISSREG positive-pay issue register
      * (copybook/ppissreg.cpy) and the NUMINV number-inventory master
      * (copybook/numinv.cpy). The PPAYRPT report lists, each under
      * its own heading:
      *   - PAID NOT ISSUED - a serial we never reported to the bank,
      *     the counterfeit the whole exercise exists to catch;
      *   - AMOUNT MISMATCH - paid for a different amount than issued,
      *     the altered check;
      *   - PAID TWICE - a check the bank has already paid, on this
      *     file or an earlier one, with the first paid date;
      *   - PAID AGAINST VOID - paid on a number NUMINV holds voided
      *     or spoiled, whether or not it was ever issued.
      * Each paid item's first presentment is recorded on the
      * register, so a second presentment is caught on any later
      * file. After matching, the register is aged: every issued
      * check with no presentment older than 180 days from its issue
      * date is listed for the stale-dated and escheat review with
      * its payee and amount. An unpresented check whose number NUMINV
      * now holds voided or spoiled is no longer outstanding: it is
      * left out of the outstanding and stale totals and listed in a
      * section of its own, VOIDED AFTER ISSUE, with the status and
      * the date it was set, so the void can be sent to the bank.
      * The report is filed in the report repository through RPTFILE,
      * and every run appends a record to the shared RUNJRNL run
      * journal (copybook/runjrnl.cpy): any exception or unreadable
      * paid record journals WARN with condition code 4, as does a
      * run with no PPPAID file (the stale listing still prints); a
      * missing NUMINV or PPISSREG journals FAIL with condition code
      * 8. The NUMINVLK interlock is held while the register is
      * updated, so INVPOST cannot add to it mid-match; a leftover
      * lock from a crashed run is cleared through LOCKCLR.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PPAYREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-FILE ASSIGN TO "PPPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT PPR-FILE ASSIGN TO "PPISSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPR-NUMBER
               FILE STATUS IS WS-PPR-STATUS.

           SELECT INV-FILE ASSIGN TO "NUMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INV-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PPAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMINVLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-FILE
           LABEL RECORDS ARE OMITTED.
          01 PAID-RECORD.
             05 PAID-ACCOUNT   PIC X(16).
             05 PAID-SERIAL    PIC 9(10).
             05 PAID-DATE      PIC 9(8).
             05 PAID-AMOUNT    PIC 9(8)V99.
             05 PAID-REFERENCE PIC X(15).

       FD  PPR-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "ppissreg.cpy".

       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinv.cpy".

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
          01 PRINT-RECORD PIC X(80).

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).

       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       FD  LOCK-FILE
           LABEL RECORDS ARE OMITTED.
          01 LOCK-RECORD.
             05 LOCK-PROGRAM  PIC X(8).
             05 LOCK-TS       PIC X(14).
             05 LOCK-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
          01 WS-PAID-STATUS  PIC XX.
          01 WS-PPR-STATUS   PIC XX.
          01 WS-INV-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-PAID-PRESENT PIC X VALUE "N".
          01 WS-TODAY        PIC 9(8).
          01 WS-TODAY-INT    PIC S9(9).
          01 WS-ISSUE-INT    PIC S9(9).
          01 WS-AGE-DAYS     PIC S9(5).
          01 WS-STALE-DAYS   PIC 9(3) VALUE 180.
          01 WS-NUMBER       PIC 9(5).
          01 WS-INV-FOUND    PIC X.
          01 WS-INV-DEAD     PIC X.
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.
          01 WS-MATCHED      PIC 9(7) VALUE 0.
          01 WS-BAD-RECORDS  PIC 9(7) VALUE 0.
          01 WS-NOT-ISSUED   PIC 9(7) VALUE 0.
          01 WS-MISMATCHED   PIC 9(7) VALUE 0.
          01 WS-PAID-TWICE   PIC 9(7) VALUE 0.
          01 WS-PAID-VOID    PIC 9(7) VALUE 0.
          01 WS-EXCEPTIONS   PIC 9(7) VALUE 0.
          01 WS-PAID-TOTAL   PIC 9(10)V99 VALUE 0.
          01 WS-OUTSTANDING  PIC 9(7) VALUE 0.
          01 WS-OUT-TOTAL    PIC 9(10)V99 VALUE 0.
          01 WS-STALE        PIC 9(7) VALUE 0.
          01 WS-STALE-TOTAL  PIC 9(10)V99 VALUE 0.
          01 WS-VOID-ISSUED  PIC 9(7) VALUE 0.
          01 WS-VOID-TOTAL   PIC 9(10)V99 VALUE 0.

      * Exceptions are collected as they are found and printed
      * grouped by type once the paid file is through.
          01 WS-EX-MAX       PIC 9(3) VALUE 500.
          01 WS-EX-USED      PIC 9(3) VALUE 0.
          01 WS-EX-OVERFLOW  PIC 9(5) VALUE 0.
          01 WS-EX           PIC 9(3).
          01 WS-EX-PRINTED   PIC 9(3).
          01 WS-EX-WANT      PIC X.
          01 WS-EX-TABLE.
             05 WS-EX-ENTRY OCCURS 500 TIMES.
                10 WS-EX-TYPE      PIC X.
                10 WS-EX-LINE      PIC X(74).
          01 WS-EX-NEW-TYPE  PIC X.
          01 WS-EX-NEW-LINE  PIC X(74).

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-NUMBER-ED    PIC Z(9)9.
          01 WS-AGE-ED       PIC Z(4)9.
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-AMOUNT-ED    PIC Z(8)9.99.
          01 WS-AMOUNT2-ED   PIC Z(8)9.99.
          01 WS-TOTAL-ED     PIC Z(9)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "PPAYREC".

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "NUMINVLK".
          01 WS-SAVED-RC     PIC S9(4).

       PROCEDURE DIVISION.
       Ppayrec.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM TAKE-RUN-LOCK.
           IF WS-LOCK-TAKEN NOT EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS NOT EQUAL TO "00"
               DISPLAY "PPAYREC: cannot open NUMINV (status "
                   WS-INV-STATUS ") - nothing matched."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN I-O PPR-FILE.
           IF WS-PPR-STATUS NOT EQUAL TO "00"
               DISPLAY "PPAYREC: cannot open the PPISSREG issue "
                   "register (status " WS-PPR-STATUS
                   ") - nothing matched."
               CLOSE INV-FILE
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM MATCH-PAID-ITEMS.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Positive Pay Paid-Items Reconciliation"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "As Of: " WS-TODAY "  Operator: " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-PAID-PRESENT NOT EQUAL TO "Y"
               MOVE "NO PPPAID PAID-ITEMS FILE - NOTHING MATCHED"
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE "N" TO WS-EX-WANT.
           MOVE "Paid Not Issued" TO WS-PRINT-LINE.
           PERFORM PRINT-EXCEPTION-GROUP.
           MOVE "A" TO WS-EX-WANT.
           MOVE "Amount Mismatches" TO WS-PRINT-LINE.
           PERFORM PRINT-EXCEPTION-GROUP.
           MOVE "T" TO WS-EX-WANT.
           MOVE "Paid Twice" TO WS-PRINT-LINE.
           PERFORM PRINT-EXCEPTION-GROUP.
           MOVE "V" TO WS-EX-WANT.
           MOVE "Paid Against Voided or Spoiled Numbers"
               TO WS-PRINT-LINE.
           PERFORM PRINT-EXCEPTION-GROUP.
           PERFORM LIST-STALE-ITEMS.
           PERFORM LIST-VOIDED-ISSUES.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           CLOSE PPR-FILE.
           CLOSE INV-FILE.
           MOVE "PPAYRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-EXCEPTIONS GREATER THAN 0
                   OR WS-BAD-RECORDS GREATER THAN 0
                   OR WS-PAID-PRESENT NOT EQUAL TO "Y"
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "GOOD" TO WS-RUN-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOURNAL.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       GET-OPERATOR.
           MOVE SPACES TO WS-OPERATOR.
           OPEN INPUT ID-FILE.
           IF WS-ID-STATUS EQUAL TO "00"
               READ ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ID-RECORD TO WS-OPERATOR
               END-READ
               CLOSE ID-FILE
           END-IF.

       SET-START-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-START-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-START-STAMP(9:6).

       MATCH-PAID-ITEMS.
           OPEN INPUT PAID-FILE.
           IF WS-PAID-STATUS NOT EQUAL TO "00"
               DISPLAY "PPAYREC: no PPPAID paid-items file (status "
                   WS-PAID-STATUS ") - outstanding items only."
           ELSE
               MOVE "Y" TO WS-PAID-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM MATCH-PAID-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE PAID-FILE
           END-IF.

       MATCH-PAID-RECORD.
           READ PAID-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF PAID-SERIAL IS NUMERIC
                           AND PAID-AMOUNT IS NUMERIC
                           AND PAID-DATE IS NUMERIC
                       ADD PAID-AMOUNT TO WS-PAID-TOTAL
                       PERFORM MATCH-ONE-ITEM
                   ELSE
                       ADD 1 TO WS-BAD-RECORDS
                   END-IF
           END-READ.

      * Our numbers are five digits; a serial beyond that was never
      * ours to issue.
       MATCH-ONE-ITEM.
           IF PAID-SERIAL GREATER THAN 99999
               MOVE "N" TO WS-INV-FOUND
               MOVE "N" TO WS-INV-DEAD
               PERFORM RECORD-NOT-ISSUED
           ELSE
               MOVE PAID-SERIAL TO WS-NUMBER
               PERFORM CHECK-INVENTORY
               MOVE WS-NUMBER TO PPR-NUMBER
               READ PPR-FILE
                   INVALID KEY
                       IF WS-INV-DEAD EQUAL TO "Y"
                           PERFORM RECORD-PAID-VOID
                       ELSE
                           PERFORM RECORD-NOT-ISSUED
                       END-IF
                   NOT INVALID KEY
                       PERFORM MATCH-ISSUED-ITEM
               END-READ
           END-IF.

       CHECK-INVENTORY.
           MOVE "N" TO WS-INV-FOUND.
           MOVE "N" TO WS-INV-DEAD.
           MOVE WS-NUMBER TO INV-NUMBER.
           READ INV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-INV-FOUND
                   IF INV-VOIDED OR INV-SPOILED
                       MOVE "Y" TO WS-INV-DEAD
                   END-IF
           END-READ.

       MATCH-ISSUED-ITEM.
           ADD 1 TO WS-MATCHED.
           IF WS-INV-DEAD EQUAL TO "Y"
               PERFORM RECORD-PAID-VOID
           END-IF.
           IF PPR-PAID-COUNT GREATER THAN 0
               PERFORM RECORD-PAID-TWICE
           ELSE
               IF PAID-AMOUNT NOT EQUAL TO PPR-AMOUNT
                   PERFORM RECORD-MISMATCH
               END-IF
               MOVE PAID-DATE TO PPR-PAID-DATE
               MOVE PAID-AMOUNT TO PPR-PAID-AMOUNT
           END-IF.
           IF PPR-PAID-COUNT LESS THAN 999
               ADD 1 TO PPR-PAID-COUNT
           END-IF.
           REWRITE PPR-RECORD
               INVALID KEY
                   DISPLAY "PPAYREC: register rewrite failed for "
                       WS-NUMBER " (status " WS-PPR-STATUS ")."
           END-REWRITE.

       RECORD-NOT-ISSUED.
           MOVE PAID-SERIAL TO WS-NUMBER-ED.
           MOVE PAID-AMOUNT TO WS-AMOUNT-ED.
           MOVE "N" TO WS-EX-NEW-TYPE.
           MOVE SPACES TO WS-EX-NEW-LINE.
           IF WS-INV-FOUND EQUAL TO "Y"
               STRING WS-NUMBER-ED " paid " PAID-DATE " "
                   WS-AMOUNT-ED " NUMINV status " INV-STATUS
                   ", never issued"
                   DELIMITED BY SIZE INTO WS-EX-NEW-LINE
           ELSE
               STRING WS-NUMBER-ED " paid " PAID-DATE " "
                   WS-AMOUNT-ED " not on NUMINV"
                   DELIMITED BY SIZE INTO WS-EX-NEW-LINE
           END-IF.
           ADD 1 TO WS-NOT-ISSUED.
           PERFORM STORE-EXCEPTION.

       RECORD-MISMATCH.
           MOVE PAID-SERIAL TO WS-NUMBER-ED.
           MOVE PAID-AMOUNT TO WS-AMOUNT-ED.
           MOVE PPR-AMOUNT TO WS-AMOUNT2-ED.
           MOVE "A" TO WS-EX-NEW-TYPE.
           MOVE SPACES TO WS-EX-NEW-LINE.
           STRING WS-NUMBER-ED " paid " PAID-DATE " " WS-AMOUNT-ED
               " issued " WS-AMOUNT2-ED
               DELIMITED BY SIZE INTO WS-EX-NEW-LINE.
           ADD 1 TO WS-MISMATCHED.
           PERFORM STORE-EXCEPTION.

       RECORD-PAID-TWICE.
           MOVE PAID-SERIAL TO WS-NUMBER-ED.
           MOVE PAID-AMOUNT TO WS-AMOUNT-ED.
           MOVE "T" TO WS-EX-NEW-TYPE.
           MOVE SPACES TO WS-EX-NEW-LINE.
           STRING WS-NUMBER-ED " paid " PAID-DATE " " WS-AMOUNT-ED
               " first paid " PPR-PAID-DATE
               DELIMITED BY SIZE INTO WS-EX-NEW-LINE.
           ADD 1 TO WS-PAID-TWICE.
           PERFORM STORE-EXCEPTION.

       RECORD-PAID-VOID.
           MOVE PAID-SERIAL TO WS-NUMBER-ED.
           MOVE PAID-AMOUNT TO WS-AMOUNT-ED.
           MOVE "V" TO WS-EX-NEW-TYPE.
           MOVE SPACES TO WS-EX-NEW-LINE.
           STRING WS-NUMBER-ED " paid " PAID-DATE " " WS-AMOUNT-ED
               " NUMINV status " INV-STATUS " since "
               INV-STATUS-DATE
               DELIMITED BY SIZE INTO WS-EX-NEW-LINE.
           ADD 1 TO WS-PAID-VOID.
           PERFORM STORE-EXCEPTION.

       STORE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           IF WS-EX-USED LESS THAN WS-EX-MAX
               ADD 1 TO WS-EX-USED
               MOVE WS-EX-NEW-TYPE TO WS-EX-TYPE(WS-EX-USED)
               MOVE WS-EX-NEW-LINE TO WS-EX-LINE(WS-EX-USED)
           ELSE
               ADD 1 TO WS-EX-OVERFLOW
           END-IF.

       PRINT-EXCEPTION-GROUP.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE 0 TO WS-EX-PRINTED.
           PERFORM PRINT-EXCEPTION-LINE
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN WS-EX-USED.
           IF WS-EX-PRINTED EQUAL TO 0
               MOVE "  None" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-EXCEPTION-LINE.
           IF WS-EX-TYPE(WS-EX) EQUAL TO WS-EX-WANT
               ADD 1 TO WS-EX-PRINTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " WS-EX-LINE(WS-EX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       LIST-STALE-ITEMS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Issued and Outstanding Over " WS-STALE-DAYS
               " Days (stale-dated / escheat review)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "    Number Issued    Days       Amount Payee"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE 0 TO PPR-NUMBER.
           START PPR-FILE KEY IS NOT LESS THAN PPR-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SWITCH
           END-START.
           PERFORM AGE-REGISTER-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           IF WS-STALE EQUAL TO 0
               MOVE "  None" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * An unpresented check voided or spoiled on NUMINV since it was
      * issued is counted here and listed by LIST-VOIDED-ISSUES.
       AGE-REGISTER-RECORD.
           READ PPR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF PPR-PAID-COUNT EQUAL TO 0
                       MOVE PPR-NUMBER TO WS-NUMBER
                       PERFORM CHECK-INVENTORY
                       IF WS-INV-DEAD EQUAL TO "Y"
                           ADD 1 TO WS-VOID-ISSUED
                           ADD PPR-AMOUNT TO WS-VOID-TOTAL
                       ELSE
                           ADD 1 TO WS-OUTSTANDING
                           ADD PPR-AMOUNT TO WS-OUT-TOTAL
                           PERFORM AGE-ONE-ISSUE
                       END-IF
                   END-IF
           END-READ.

       AGE-ONE-ISSUE.
           IF PPR-ISSUE-DATE GREATER THAN 19000101
               COMPUTE WS-ISSUE-INT =
                   FUNCTION INTEGER-OF-DATE(PPR-ISSUE-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ISSUE-INT
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS GREATER THAN WS-STALE-DAYS
               ADD 1 TO WS-STALE
               ADD PPR-AMOUNT TO WS-STALE-TOTAL
               MOVE PPR-NUMBER TO WS-NUMBER-ED
               MOVE WS-AGE-DAYS TO WS-AGE-ED
               MOVE PPR-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-NUMBER-ED " " PPR-ISSUE-DATE " " WS-AGE-ED
                   " " WS-AMOUNT-ED " " PPR-PAYEE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       LIST-VOIDED-ISSUES.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Voided After Issue (unpresented, not outstanding)"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "    Number Issued         Amount S Since    Payee"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-VOID-ISSUED EQUAL TO 0
               MOVE "  None" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               MOVE 0 TO PPR-NUMBER
               START PPR-FILE KEY IS NOT LESS THAN PPR-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-SWITCH
               END-START
               PERFORM LIST-VOIDED-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
           END-IF.

       LIST-VOIDED-RECORD.
           READ PPR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF PPR-PAID-COUNT EQUAL TO 0
                       MOVE PPR-NUMBER TO WS-NUMBER
                       PERFORM CHECK-INVENTORY
                       IF WS-INV-DEAD EQUAL TO "Y"
                           MOVE PPR-NUMBER TO WS-NUMBER-ED
                           MOVE PPR-AMOUNT TO WS-AMOUNT-ED
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING WS-NUMBER-ED " " PPR-ISSUE-DATE " "
                               WS-AMOUNT-ED " " INV-STATUS " "
                               INV-STATUS-DATE " " PPR-PAYEE
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           WRITE PRINT-RECORD FROM WS-PRINT-LINE
                       END-IF
                   END-IF
           END-READ.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE WS-PAID-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Paid Items Read: " WS-COUNT-ED
               "  Amount: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-MATCHED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Matched to Issue Register: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Not Issued: " WS-NOT-ISSUED
               "  Mismatch: " WS-MISMATCHED
               "  Twice: " WS-PAID-TWICE
               "  Void/Spoiled: " WS-PAID-VOID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-BAD-RECORDS TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Unreadable Paid Records: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-EX-OVERFLOW GREATER THAN 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Exceptions counted but not listed: "
                   WS-EX-OVERFLOW
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE WS-OUTSTANDING TO WS-COUNT-ED.
           MOVE WS-OUT-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Issued Outstanding: " WS-COUNT-ED
               "  Amount: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-STALE TO WS-COUNT-ED.
           MOVE WS-STALE-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Over " WS-STALE-DAYS " days:  " WS-COUNT-ED
               "  Amount: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-VOID-ISSUED TO WS-COUNT-ED.
           MOVE WS-VOID-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Voided After Issue: " WS-COUNT-ED
               "  Amount: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "PPAYREC" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "PPPAID" TO JRNL-INPUT.
           MOVE WS-READ-COUNT TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-EXCEPTIONS + WS-BAD-RECORDS.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.

       TAKE-RUN-LOCK.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS EQUAL TO "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "PPAYREC: NUMINVLK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "PPAYREC: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "PPAYREC" TO LOCK-PROGRAM
               MOVE WS-START-STAMP TO LOCK-TS
               MOVE WS-OPERATOR TO LOCK-OPERATOR
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE "Y" TO WS-LOCK-TAKEN
           END-IF.

      * CBL_DELETE_FILE resets RETURN-CODE, and the release runs
      * after the run's condition code is set - save and restore it
      * so the scheduler still sees the real completion code.
       RELEASE-RUN-LOCK.
           IF WS-LOCK-TAKEN EQUAL TO "Y"
               MOVE RETURN-CODE TO WS-SAVED-RC
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.
