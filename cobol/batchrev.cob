      * in BATCHREG, its run is in AVGHIST, and its line went out on
      * the GL feed, and corrections meant memos and manual journal
      * entries. Given a batch ID and a reason (a blank reason is
      * refused - every reversal is accountable), a reversal:
      *   - writes a reversing entry to the GLREVSL reversal feed in
      *     the GLEXTR layout - an "H" header with today's date, a
      *     "D" detail carrying the registered count and the negated
      * reverse with zero figures and the report says so - the GL
      * side is corrected by hand for those, but the registration
      * still unblocks the resubmission.
      * Reversals are under dual control: this program no longer
      * posts any of the above itself. It checks the batch is
      * registered and not already reversed or awaiting approval,
      * then queues a reversal request in the running operator's name
      * on the APPRQUEUE pending-approval queue (copybook/apprque.cpy)
      * and logs it on the APPRLOG approval log (copybook/apprlog.cpy).
      * GLREVSL, BATCHREG, and AVGHIST are written only when a
      * different operator with the supervisor role approves the
      * request through APPROVAL.
      * Every request prints on its own REVRPT report - batch,
      * original run date, figures, reason, operator, request
      * number - and appends a RUNJRNL record; an unknown,
      * already-reversed, or already-requested batch ID is refused
      * with condition code 8, as is a run with no signed-on operator
      * (no OPERID), whose request would carry no requester for
      * APPROVAL to check.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BATCHREV.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT APQ-FILE ASSIGN TO "APPRQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.

           SELECT APL-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORDS ARE OMITTED.
           COPY "batchreg.cpy".

       FD  APQ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprque.cpy".

       FD  APL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprlog.cpy".

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.

       WORKING-STORAGE SECTION.
          01 WS-REG-STATUS   PIC XX.
          01 WS-APQ-STATUS   PIC XX.
          01 WS-APL-STATUS   PIC XX.
          01 WS-APQ-EOF      PIC X.
          01 WS-NEXT-REQ-ID  PIC 9(6) VALUE 0.
          01 WS-ALREADY-HELD PIC 9(6) VALUE 0.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
                   15 WS-RG-COUNT    PIC X(7).
                   15 WS-RG-TOTAL    PIC X(15).
                   15 WS-RG-STATUS   PIC X.
                   15 WS-RG-DEPT     PIC X(4).
          01 WS-REV-COUNT    PIC 9(7) VALUE 0.
          01 WS-REV-TOTAL    PIC S9(12)V99 VALUE 0.
          01 WS-FIGURES-OK   PIC X.
          01 WS-RG-COUNT-X   PIC X(7).
          01 WS-RG-COUNT-N REDEFINES WS-RG-COUNT-X PIC 9(7).
          01 WS-RG-TOTAL-X   PIC X(15).
          01 WS-RG-TOTAL-N REDEFINES WS-RG-TOTAL-X PIC S9(12)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-OPERATOR EQUAL TO SPACES
               DISPLAY "BATCHREV: no operator signed on - sign on "
                   "through the menu. Nothing requested."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           DISPLAY "Batch ID to reverse? " WITH NO ADVANCING.
           ACCEPT WS-PICK-ID.
           MOVE FUNCTION UPPER-CASE(WS-PICK-ID) TO WS-PICK-ID.
               STOP RUN
           END-IF.
           PERFORM LOAD-REGISTER.
      * The register is rewritten in full when the reversal posts; a
      * register bigger than the table would come back truncated and
      * lose its duplicate protection, so the request is refused
      * instead - archive the register's old rows first.
           IF WS-REG-OVERFLOW EQUAL TO "Y"
               DISPLAY "BATCHREV: BATCHREG holds more than "
                   WS-REG-MAX " registrations - rewriting it would "
                   "drop records. Nothing requested."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM SCAN-APPROVAL-QUEUE.
           IF WS-ALREADY-HELD GREATER THAN 0
               DISPLAY "BATCHREV: batch " WS-PICK-ID " already has "
                   "reversal request " WS-ALREADY-HELD " awaiting "
                   "approval - nothing requested."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM DECODE-FIGURES.
           PERFORM QUEUE-REVERSAL-REQUEST.
           PERFORM PRINT-REVERSAL-REPORT.
           DISPLAY "BATCHREV: reversal of " WS-PICK-ID " queued as "
               "request " WS-NEXT-REQ-ID " - a supervisor must "
               "approve it through APPROVAL.".
           MOVE "GOOD" TO WS-RUN-STATUS.
           MOVE 0 TO RETURN-CODE.
           PERFORM WRITE-JOURNAL.
           MOVE "N" TO WS-FIGURES-OK.
           MOVE 0 TO WS-REV-COUNT.
           MOVE 0 TO WS-REV-TOTAL.
           MOVE WS-RG-COUNT(WS-FOUND-RX) TO WS-RG-COUNT-X.
           IF WS-RG-COUNT-N IS NUMERIC
               MOVE WS-RG-TOTAL(WS-FOUND-RX) TO WS-RG-TOTAL-X
                   MOVE "Y" TO WS-FIGURES-OK
                   MOVE WS-RG-COUNT-N TO WS-REV-COUNT
                   COMPUTE WS-REV-TOTAL = 0 - WS-RG-TOTAL-N
               END-IF
           END-IF.

      * One pass over the queue finds the next request number and
      * any reversal of this batch still waiting on a decision.
       SCAN-APPROVAL-QUEUE.
           MOVE 0 TO WS-NEXT-REQ-ID.
           MOVE 0 TO WS-ALREADY-HELD.
           OPEN INPUT APQ-FILE.
           IF WS-APQ-STATUS EQUAL TO "00"
               MOVE "N" TO WS-APQ-EOF
               PERFORM SCAN-REQUEST-RECORD
                   UNTIL WS-APQ-EOF EQUAL TO "Y"
               CLOSE APQ-FILE
           END-IF.
           ADD 1 TO WS-NEXT-REQ-ID.

       SCAN-REQUEST-RECORD.
           READ APQ-FILE
               AT END
                   MOVE "Y" TO WS-APQ-EOF
               NOT AT END
                   IF APQ-ID IS NUMERIC
                           AND APQ-ID GREATER THAN WS-NEXT-REQ-ID
                       MOVE APQ-ID TO WS-NEXT-REQ-ID
                   END-IF
                   IF APQ-REVERSAL AND APQ-PENDING
                           AND APQ-BATCH-ID EQUAL TO WS-PICK-ID
                       MOVE APQ-ID TO WS-ALREADY-HELD
                   END-IF
           END-READ.

       QUEUE-REVERSAL-REQUEST.
           OPEN EXTEND APQ-FILE.
           IF WS-APQ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT APQ-FILE
           END-IF.
           MOVE WS-NEXT-REQ-ID TO APQ-ID.
           MOVE "R" TO APQ-TYPE.
           MOVE "P" TO APQ-STATUS.
           MOVE WS-TODAY TO APQ-REQ-DATE.
           MOVE WS-OPERATOR TO APQ-REQUESTER.
           MOVE 0 TO APQ-FROM.
           MOVE 0 TO APQ-TO.
           MOVE SPACE TO APQ-NEW-STATUS.
           MOVE WS-PICK-ID TO APQ-BATCH-ID.
           MOVE WS-REASON TO APQ-REASON.
           MOVE SPACES TO APQ-DECIDER.
           MOVE 0 TO APQ-DECIDED-DATE.
           WRITE APQ-RECORD.
           CLOSE APQ-FILE.
           OPEN EXTEND APL-FILE.
           IF WS-APL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT APL-FILE
           END-IF.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO APL-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO APL-TIMESTAMP(9:6).
           MOVE "REQUEST" TO APL-ACTION.
           MOVE WS-NEXT-REQ-ID TO APL-ID.
           MOVE "R" TO APL-TYPE.
           MOVE WS-OPERATOR TO APL-OPERATOR.
           MOVE WS-OPERATOR TO APL-REQUESTER.
           MOVE SPACES TO APL-DETAIL.
           STRING "BATCH " WS-PICK-ID " " WS-REASON
               DELIMITED BY SIZE INTO APL-DETAIL.
           WRITE APL-RECORD.
           CLOSE APL-FILE.

       PRINT-REVERSAL-REPORT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Batch Reversal Request" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Batch: " WS-PICK-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Requested by: " WS-OPERATOR
               "  Requested: " WS-TODAY
               "  Request: " WS-NEXT-REQ-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "HELD FOR APPROVAL - nothing is posted to GLREVSL,"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "BATCHREG, or AVGHIST until a supervisor approves."
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.
