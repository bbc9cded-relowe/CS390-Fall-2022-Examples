      * Approval log report for the auditors: prints the APPRLOG
      * approval log (copybook/apprlog.cpy) that records every step
      * a dual-control request takes - REQUEST when NUMAPPLY or
      * BATCHREV queues a void/spoil range or a batch reversal,
      * APPROVE, REJECT, or EXPIRE when APPROVAL decides or ages it
      * out, and REFUSED when an operator tried to approve their own
      * request. The operator prompts for a from and to date
      * (YYYYMMDD, blank for the whole log); each entry in range
      * prints with its date, time, action, request number and type,
      * who took the step, who raised the request, and the detail.
      * A decision whose operator is the requester should be
      * impossible - APPROVAL refuses it - and is flagged SAME
      * OPERATOR if it ever appears. Counts by action follow, then
      * every request still pending on the APPRQUEUE queue
      * (copybook/apprque.cpy) with its age in days, so a request
      * about to expire is visible before it does.
      * The APPRRPT report is filed in the report repository through
      * RPTFILE and the run appends a RUNJRNL record: WARN when the
      * range holds a refused self-approval or a SAME OPERATOR
      * decision, FAIL with condition code 8 for a date that is not
      * YYYYMMDD.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. APPRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APL-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

           SELECT APQ-FILE ASSIGN TO "APPRQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprlog.cpy".

       FD  APQ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprque.cpy".

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
          01 PRINT-RECORD PIC X(80).

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).

       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
          01 WS-APL-STATUS   PIC XX.
          01 WS-APQ-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-TODAY-INT    PIC S9(9).
          01 WS-REQ-INT      PIC S9(9).
          01 WS-REQ-AGE      PIC S9(5).
          01 WS-DATE-ENTRY   PIC X(8).
          01 WS-DATE-OK      PIC X VALUE "Y".
          01 WS-FROM-DATE    PIC 9(8) VALUE 0.
          01 WS-TO-DATE      PIC 9(8) VALUE 99999999.
          01 WS-ENTRY-DATE   PIC 9(8).
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.
          01 WS-LISTED       PIC 9(7) VALUE 0.
          01 WS-REQUESTS     PIC 9(5) VALUE 0.
          01 WS-APPROVALS    PIC 9(5) VALUE 0.
          01 WS-REJECTIONS   PIC 9(5) VALUE 0.
          01 WS-EXPIRIES     PIC 9(5) VALUE 0.
          01 WS-REFUSALS     PIC 9(5) VALUE 0.
          01 WS-SAME-OPER    PIC 9(5) VALUE 0.
          01 WS-PENDING      PIC 9(5) VALUE 0.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-AGE-ED       PIC Z(4)9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "APPRRPT".

       PROCEDURE DIVISION.
       Apprrpt.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           DISPLAY "From date (YYYYMMDD, blank for all)? "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY NOT EQUAL TO SPACES
               IF WS-DATE-ENTRY IS NUMERIC
                   MOVE WS-DATE-ENTRY TO WS-FROM-DATE
               ELSE
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.
           DISPLAY "To date (YYYYMMDD, blank for all)? "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY NOT EQUAL TO SPACES
               IF WS-DATE-ENTRY IS NUMERIC
                   MOVE WS-DATE-ENTRY TO WS-TO-DATE
               ELSE
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.
           IF WS-DATE-OK NOT EQUAL TO "Y"
               DISPLAY "APPRRPT: dates must be YYYYMMDD - no report."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Dual-Control Approval Log" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "From: " WS-FROM-DATE "  To: " WS-TO-DATE
               "  Printed: " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Date     Time Action   Request T By       Req By   "
               TO WS-PRINT-LINE.
           MOVE "Detail" TO WS-PRINT-LINE(52:6).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           OPEN INPUT APL-FILE.
           IF WS-APL-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM PRINT-LOG-ENTRY
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE APL-FILE
           END-IF.
           IF WS-LISTED EQUAL TO 0
               MOVE "  No approval activity in the range."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-ACTION-COUNTS.
           PERFORM PRINT-PENDING-REQUESTS.
           CLOSE PRINT-FILE.
           MOVE "APPRRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-REFUSALS GREATER THAN 0
                   OR WS-SAME-OPER GREATER THAN 0
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "GOOD" TO WS-RUN-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOURNAL.
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

       PRINT-LOG-ENTRY.
           READ APL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF APL-TIMESTAMP(1:8) IS NUMERIC
                       MOVE APL-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       IF WS-ENTRY-DATE NOT LESS THAN WS-FROM-DATE
                               AND WS-ENTRY-DATE NOT GREATER THAN
                                   WS-TO-DATE
                           PERFORM LIST-LOG-ENTRY
                       END-IF
                   END-IF
           END-READ.

       LIST-LOG-ENTRY.
           ADD 1 TO WS-LISTED.
           EVALUATE APL-ACTION
               WHEN "REQUEST"
                   ADD 1 TO WS-REQUESTS
               WHEN "APPROVE"
                   ADD 1 TO WS-APPROVALS
               WHEN "REJECT"
                   ADD 1 TO WS-REJECTIONS
               WHEN "EXPIRE"
                   ADD 1 TO WS-EXPIRIES
               WHEN "REFUSED"
                   ADD 1 TO WS-REFUSALS
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING APL-TIMESTAMP(1:8) " " APL-TIMESTAMP(9:4) " "
               APL-ACTION " " APL-ID "  " APL-TYPE " "
               APL-OPERATOR " " APL-REQUESTER " " APL-DETAIL(1:30)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF (APL-ACTION EQUAL TO "APPROVE"
                   OR APL-ACTION EQUAL TO "REJECT")
                   AND APL-OPERATOR EQUAL TO APL-REQUESTER
               ADD 1 TO WS-SAME-OPER
               MOVE "  *** SAME OPERATOR raised and decided this"
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-ACTION-COUNTS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Requests: " WS-REQUESTS
               "  Approved: " WS-APPROVALS
               "  Rejected: " WS-REJECTIONS
               "  Expired: " WS-EXPIRIES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Refused self-approvals: " WS-REFUSALS
               "  Same-operator decisions: " WS-SAME-OPER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-PENDING-REQUESTS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Requests Still Awaiting Approval" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           OPEN INPUT APQ-FILE.
           IF WS-APQ-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM PRINT-PENDING-REQUEST
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE APQ-FILE
           END-IF.
           IF WS-PENDING EQUAL TO 0
               MOVE "  None" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-PENDING-REQUEST.
           READ APQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF APQ-PENDING
                       PERFORM LIST-PENDING-REQUEST
                   END-IF
           END-READ.

       LIST-PENDING-REQUEST.
           ADD 1 TO WS-PENDING.
           MOVE 0 TO WS-REQ-AGE.
           IF APQ-REQ-DATE IS NUMERIC
                   AND APQ-REQ-DATE GREATER THAN 19000101
               COMPUTE WS-REQ-INT =
                   FUNCTION INTEGER-OF-DATE(APQ-REQ-DATE)
               COMPUTE WS-REQ-AGE = WS-TODAY-INT - WS-REQ-INT
           END-IF.
           MOVE WS-REQ-AGE TO WS-AGE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF APQ-VOID-RANGE
               STRING "  " APQ-ID " NUMBERS " APQ-FROM "-" APQ-TO
                   " TO " APQ-NEW-STATUS "  by " APQ-REQUESTER
                   " " APQ-REQ-DATE WS-AGE-ED " days"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  " APQ-ID " REVERSE BATCH " APQ-BATCH-ID
                   "   by " APQ-REQUESTER
                   " " APQ-REQ-DATE WS-AGE-ED " days"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
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
           MOVE "APPRRPT" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "APPRLOG" TO JRNL-INPUT.
           MOVE WS-READ-COUNT TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-REFUSALS + WS-SAME-OPER.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
