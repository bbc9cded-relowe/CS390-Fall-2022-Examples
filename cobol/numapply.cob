      * touched and released at end, so this program and the other
      * NUMINV writers cannot collide; a leftover lock from a
      * crashed run is cleared through LOCKCLR.
      * Voids and spoils are under dual control: a transaction giving
      * a range status "V" or "S" is not applied here but queued on
      * the APPRQUEUE pending-approval queue (copybook/apprque.cpy)
      * as a request in the running operator's name, logged on the
      * APPRLOG approval log (copybook/apprlog.cpy), and printed as
      * HELD FOR APPROVAL with its request number. Nothing reaches
      * NUMINV until a different operator with the supervisor role
      * approves it through APPROVAL, which posts the range exactly
      * as this program would have. Other statuses apply as before.
      * A void or spoil is only queued when the run has a signed-on
      * operator: with no OPERID the request would carry no requester
      * and the two-person check could not be made, so it is printed
      * as REFUSED, not queued, and the run ends FAIL with condition
      * code 8.
      * Every number changed is appended to the INVJRNL inventory
      * change journal (copybook/invjrnl.cpy) with its old and new
      * status, the operator, and the transaction's reason as the
      * reference.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMAPPLY.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT APQ-FILE ASSIGN TO "APPRQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.

           SELECT APL-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRN-FILE
             05 LOCK-TS       PIC X(14).
             05 LOCK-OPERATOR PIC X(8).

       FD  APQ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprque.cpy".

       FD  APL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprlog.cpy".

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       WORKING-STORAGE SECTION.
          01 WS-TRN-STATUS   PIC XX.
          01 WS-INV-STATUS   PIC XX.
          01 WS-NOT-FOUND    PIC 9(7) VALUE 0.
          01 WS-TRN-APPLIED  PIC 9(5).
          01 WS-TRN-MISSED   PIC 9(5).
          01 WS-TRN-HELD     PIC 9(5) VALUE 0.
          01 WS-TRN-REFUSED  PIC 9(5) VALUE 0.
          01 WS-APQ-STATUS   PIC XX.
          01 WS-APL-STATUS   PIC XX.
          01 WS-APQ-EOF      PIC X.
          01 WS-NEXT-REQ-ID  PIC 9(6) VALUE 0.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "NUMINVLK".
          01 WS-SAVED-RC     PIC S9(4).
          01 WS-IJ-STATUS    PIC XX.
          01 WS-OLD-STATUS   PIC X.

       PROCEDURE DIVISION.
       Numapply.
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM FIND-NEXT-REQUEST-ID.
           OPEN EXTEND IJ-FILE.
           IF WS-IJ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT IJ-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Inventory Update Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           CLOSE TRN-FILE.
           CLOSE INV-FILE.
           CLOSE IJ-FILE.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           IF WS-TRN-REFUSED GREATER THAN 0
               DISPLAY "NUMAPPLY: no operator signed on - "
                   WS-TRN-REFUSED " void/spoil request(s) not queued."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRN-REJECTED GREATER THAN 0
                       OR WS-NOT-FOUND GREATER THAN 0
                   MOVE "WARN" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "GOOD" TO WS-RUN-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-JOURNAL.
           PERFORM RELEASE-RUN-LOCK.
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WRITE PRINT-RECORD FROM WS-PRINT-LINE
                   ELSE
                       IF WS-NEW-STATUS EQUAL TO "V"
                               OR WS-NEW-STATUS EQUAL TO "S"
                           PERFORM HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM APPLY-RANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Request numbers run on from the highest already queued.
       FIND-NEXT-REQUEST-ID.
           MOVE 0 TO WS-NEXT-REQ-ID.
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
           END-READ.

       HOLD-FOR-APPROVAL.
           IF WS-OPERATOR EQUAL TO SPACES
               ADD 1 TO WS-TRN-REFUSED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUSED: no operator signed on - " WS-FROM
                   " to " WS-TO " status " WS-NEW-STATUS
                   " not queued"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               PERFORM QUEUE-FOR-APPROVAL
           END-IF.

       QUEUE-FOR-APPROVAL.
           OPEN EXTEND APQ-FILE.
           IF WS-APQ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT APQ-FILE
           END-IF.
           MOVE WS-NEXT-REQ-ID TO APQ-ID.
           MOVE "V" TO APQ-TYPE.
           MOVE "P" TO APQ-STATUS.
           MOVE WS-TODAY TO APQ-REQ-DATE.
           MOVE WS-OPERATOR TO APQ-REQUESTER.
           MOVE WS-FROM TO APQ-FROM.
           MOVE WS-TO TO APQ-TO.
           MOVE WS-NEW-STATUS TO APQ-NEW-STATUS.
           MOVE SPACES TO APQ-BATCH-ID.
           MOVE TRN-REASON TO APQ-REASON.
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
           MOVE "V" TO APL-TYPE.
           MOVE WS-OPERATOR TO APL-OPERATOR.
           MOVE WS-OPERATOR TO APL-REQUESTER.
           MOVE SPACES TO APL-DETAIL.
           STRING WS-FROM "-" WS-TO " TO " WS-NEW-STATUS " "
               TRN-REASON
               DELIMITED BY SIZE INTO APL-DETAIL.
           WRITE APL-RECORD.
           CLOSE APL-FILE.
           ADD 1 TO WS-TRN-HELD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HELD FOR APPROVAL " WS-FROM " to " WS-TO
               " status " WS-NEW-STATUS
               " request " WS-NEXT-REQ-ID
               " - " FUNCTION TRIM(TRN-REASON)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-NEXT-REQ-ID.

       APPLY-RANGE.
           MOVE 0 TO WS-TRN-APPLIED.
           MOVE 0 TO WS-TRN-MISSED.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       UPDATE-ONE-NUMBER.
           MOVE INV-STATUS TO WS-OLD-STATUS.
           MOVE WS-NEW-STATUS TO INV-STATUS.
           MOVE WS-TODAY TO INV-STATUS-DATE.
           REWRITE INV-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-TRN-APPLIED
                   ADD 1 TO WS-APPLIED
                   PERFORM WRITE-INV-JOURNAL
           END-REWRITE.

       WRITE-INV-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE INV-NUMBER TO IJ-NUMBER.
           MOVE WS-OLD-STATUS TO IJ-BEFORE-STATUS.
           MOVE INV-STATUS TO IJ-AFTER-STATUS.
           MOVE "NUMAPPLY" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-STAMP-DATE TO IJ-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO IJ-TIMESTAMP(9:6).
           MOVE TRN-REASON TO IJ-REFERENCE.
           WRITE IJ-RECORD.

       REPORT-REWRITE-FAILED.
           ADD 1 TO WS-TRN-MISSED.
           ADD 1 TO WS-NOT-FOUND.
               " Not Found: " WS-NOT-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Held for Approval: " WS-TRN-HELD
               " Refused: " WS-TRN-REFUSED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
