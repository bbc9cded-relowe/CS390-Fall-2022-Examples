      * Supervisor's side of dual control: voids and spoils keyed
      * through NUMAPPLY and batch reversals keyed through BATCHREV
      * are held as requests on the APPRQUEUE pending-approval queue
      * (copybook/apprque.cpy), and this program is the only place
      * they are posted. The operator running it must be on OPERMAST
      * with the supervisor role "A" (SUITEMENU only offers it to
      * them, and it is checked again here), and may not approve a
      * request they raised themselves - the attempt is refused and
      * logged as REFUSED. A request that carries no requester (one
      * queued before NUMAPPLY and BATCHREV insisted on a signed-on
      * operator) cannot be checked that way and is refused the same
      * way; it stays pending until it expires.
      * On start, every pending request older than the APPRDAYS window
      * (first 3 digits of the optional control file's one record,
      * whole days; 7 with no APPRDAYS) is expired. The pending list
      * is then shown - request, type, what it touches, requester,
      * date, reason - and the supervisor picks one to approve or
      * reject (a rejection takes a reason) until they key 0.
      * Approving posts the request there and then:
      *   - a number range is given its new status with today's date
      *     on the NUMINV master under the NUMINVLK interlock, with
      *     the same protections NUMAPPLY applies - a number not on
      *     the master is reported, never invented - and each number
      *     changed is appended to the INVJRNL inventory change
      *     journal (copybook/invjrnl.cpy) under the approving
      *     supervisor's name with "APPROVAL" and the request number
      *     as the reference;
      *   - a reversal writes the reversing "H"/"D"/"T" entry with
      *     the trailing "R" flag to GLREVSL, marks the BATCHREG
      *     registration "R", and posts the negated figures to the
      *     day's BATCHREV row on AVGHIST, exactly as BATCHREV used
      *     to on its own; a second reversal approved the same day
      *     is added into that row. A missing AVGHIST is created
      *     empty; if it will not open for any other reason the
      *     reversal still stands, the history row is not posted, and
      *     the run is journaled WARN so the row is followed up.
      * The approval is written to the queue before it is posted, so
      * a request approved in two sessions at once posts only once.
      * A request that cannot post (the interlock is held, the master
      * will not open, the batch is no longer reversible) is put back
      * to pending for another try or a rejection. The queue is reread
      * before each decision is offered, and read again just before
      * the decision is written back - only the decided request's
      * row is changed in that fresh copy, so a request NUMAPPLY or
      * BATCHREV queues while the supervisor is deciding is kept.
      * If the request was decided in another session meanwhile, or
      * the queue has grown past what can be rewritten safely, the
      * decision is not written back and the report says so.
      * Every request expired, approved, rejected, or refused is
      * appended to the APPRLOG approval log (copybook/apprlog.cpy),
      * which APPRRPT prints. The session's decisions and postings
      * print on the APPRPOST report, filed in the report repository
      * through RPTFILE, and the run appends a RUNJRNL record: WARN
      * when an approval was refused, a posting failed, or a reversal's
      * history row could not be posted, FAIL with
      * condition code 8 when the operator is not a supervisor, the
      * queue is too large to rewrite safely, or a decision could not
      * be written back to the queue.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. APPROVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APQ-FILE ASSIGN TO "APPRQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.

           SELECT APL-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

           SELECT OPER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT DAYS-FILE ASSIGN TO "APPRDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.

           SELECT INV-FILE ASSIGN TO "NUMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INV-STATUS.

           SELECT REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REV-FILE ASSIGN TO "GLREVSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRINT-FILE ASSIGN TO "APPRPOST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMINVLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APQ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprque.cpy".

       FD  APL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprlog.cpy".

       FD  OPER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "opermast.cpy".

       FD  DAYS-FILE
           LABEL RECORDS ARE OMITTED.
          01 DAYS-RECORD.
             05 DAYS-LIMIT    PIC 9(3).

       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinv.cpy".

       FD  REG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "batchreg.cpy".

       FD  REV-FILE
           LABEL RECORDS ARE OMITTED.
          01 REV-RECORD PIC X(75).

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
          01 PRINT-RECORD PIC X(80).

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).

       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       FD  LOCK-FILE
           LABEL RECORDS ARE OMITTED.
          01 LOCK-RECORD.
             05 LOCK-PROGRAM  PIC X(8).
             05 LOCK-TS       PIC X(14).
             05 LOCK-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
          01 WS-APQ-STATUS   PIC XX.
          01 WS-APL-STATUS   PIC XX.
          01 WS-OPER-STATUS  PIC XX.
          01 WS-DAYS-STATUS  PIC XX.
          01 WS-INV-STATUS   PIC XX.
          01 WS-REG-STATUS   PIC XX.
          01 WS-REV-STATUS   PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-SUPERVISOR   PIC X VALUE "N".
          01 WS-DONE         PIC X VALUE "N".
          01 WS-TODAY        PIC 9(8).
          01 WS-TODAY-INT    PIC S9(9).
          01 WS-REQ-INT      PIC S9(9).
          01 WS-REQ-AGE      PIC S9(5).
          01 WS-EXPIRY-DAYS  PIC 9(3) VALUE 7.
          01 WS-PICK-ID      PIC 9(6).
          01 WS-DECISION     PIC X.
          01 WS-REJECT-REASON PIC X(20).
          01 WS-POSTED       PIC X.
          01 WS-LOG-ACTION   PIC X(8).
          01 WS-LOG-DETAIL   PIC X(40).

      * The queue is held whole so a decision can be written back by
      * rewriting it; a queue bigger than the table is refused rather
      * than truncated.
          01 WS-APQ-MAX      PIC 9(3) VALUE 500.
          01 WS-APQ-USED     PIC 9(3) VALUE 0.
          01 WS-APQ-OVERFLOW PIC X VALUE "N".
          01 WS-QX           PIC 9(3).
          01 WS-FOUND-QX     PIC 9(3).
          01 WS-PENDING      PIC 9(3).
          01 WS-DECIDED-RAW  PIC X(79).
          01 WS-COMMITTED    PIC X.
          01 WS-FIND-STATUS  PIC X.
          01 WS-APQ-TABLE.
             05 WS-AQ-ENTRY OCCURS 500 TIMES.
                10 WS-AQ-RAW.
                   15 WS-AQ-ID           PIC 9(6).
                   15 WS-AQ-TYPE         PIC X.
                   15 WS-AQ-STATUS       PIC X.
                   15 WS-AQ-REQ-DATE     PIC 9(8).
                   15 WS-AQ-REQUESTER    PIC X(8).
                   15 WS-AQ-FROM         PIC 9(5).
                   15 WS-AQ-TO           PIC 9(5).
                   15 WS-AQ-NEW-STATUS   PIC X.
                   15 WS-AQ-BATCH-ID     PIC X(8).
                   15 WS-AQ-REASON       PIC X(20).
                   15 WS-AQ-DECIDER      PIC X(8).
                   15 WS-AQ-DECIDED-DATE PIC 9(8).

          01 WS-EXPIRED      PIC 9(5) VALUE 0.
          01 WS-APPROVED     PIC 9(5) VALUE 0.
          01 WS-REJECTED     PIC 9(5) VALUE 0.
          01 WS-REFUSED      PIC 9(5) VALUE 0.
          01 WS-POST-FAILED  PIC 9(5) VALUE 0.
          01 WS-UNRECORDED   PIC 9(5) VALUE 0.
          01 WS-HIST-WARN    PIC X VALUE "N".

      * Number-range posting.
          01 WS-CURRENT      PIC 9(7).
          01 WS-RANGE-FROM   PIC 9(5).
          01 WS-RANGE-TO     PIC 9(5).
          01 WS-NEW-STATUS   PIC X.
          01 WS-RANGE-APPLIED PIC 9(5).
          01 WS-RANGE-MISSED PIC 9(5).

      * Reversal posting.
          01 WS-PICK-BATCH   PIC X(8).
          01 WS-FOUND-RX     PIC 9(3).
          01 WS-REG-MAX      PIC 9(3) VALUE 200.
          01 WS-REG-USED     PIC 9(3) VALUE 0.
          01 WS-REG-OVERFLOW PIC X VALUE "N".
          01 WS-RX           PIC 9(3).
          01 WS-REG-TABLE.
             05 WS-RG-ENTRY OCCURS 200 TIMES.
                10 WS-RG-RAW.
                   15 WS-RG-ID       PIC X(8).
                   15 WS-RG-RUN-DATE PIC 9(8).
                   15 WS-RG-COUNT    PIC X(7).
                   15 WS-RG-TOTAL    PIC X(15).
                   15 WS-RG-STATUS   PIC X.
                   15 WS-RG-DEPT     PIC X(4).
          01 WS-REV-COUNT    PIC 9(7) VALUE 0.
          01 WS-REV-TOTAL    PIC S9(12)V99 VALUE 0.
          01 WS-REV-AVG      PIC S9(5)V99 VALUE 0.
          01 WS-FIGURES-OK   PIC X.
          01 WS-RG-COUNT-X   PIC X(7).
          01 WS-RG-COUNT-N REDEFINES WS-RG-COUNT-X PIC 9(7).
          01 WS-RG-TOTAL-X   PIC X(15).
          01 WS-RG-TOTAL-N REDEFINES WS-RG-TOTAL-X PIC S9(12)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
          01 WS-GLR-HEADER.
             05 FILLER            PIC X VALUE "H".
             05 WS-GLRH-DATE      PIC 9(8).
             05 FILLER            PIC X(65) VALUE SPACES.
             05 WS-GLRH-FLAG      PIC X VALUE "R".
          01 WS-GLR-DETAIL.
             05 FILLER            PIC X VALUE "D".
             05 WS-GLRD-BATCH     PIC X(20).
             05 WS-GLRD-BUS-DATE  PIC 9(8).
             05 WS-GLRD-COUNT     PIC 9(7).
             05 WS-GLRD-TOTAL     PIC S9(12)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLRD-AVG       PIC S9(5)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLRD-REJECTED  PIC 9(7).
             05 WS-GLRD-GL-ACCT   PIC X(8).
             05 WS-GLRD-FLAG      PIC X VALUE "R".
          01 WS-GLR-TRAILER.
             05 FILLER            PIC X VALUE "T".
             05 WS-GLRT-COUNT     PIC 9(7).
             05 WS-GLRT-HASH      PIC S9(13)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 FILLER            PIC X(50) VALUE SPACES.
             05 WS-GLRT-FLAG      PIC X VALUE "R".

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-MISSED-ED    PIC Z(4)9.
          01 WS-APPLIED-ED   PIC Z(4)9.
          01 WS-TOTAL-ED     PIC -(12)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "APPROVAL".

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "NUMINVLK".
          01 WS-SAVED-RC     PIC S9(4).
          01 WS-IJ-STATUS    PIC XX.
          01 WS-OLD-STATUS   PIC X.

       PROCEDURE DIVISION.
       Approval.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM CHECK-SUPERVISOR.
           IF WS-SUPERVISOR NOT EQUAL TO "Y"
               DISPLAY "APPROVAL: operator " WS-OPERATOR " does not "
                   "hold the supervisor role - nothing decided."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-EXPIRY-DAYS.
           PERFORM LOAD-QUEUE.
           IF WS-APQ-OVERFLOW EQUAL TO "Y"
               DISPLAY "APPROVAL: APPRQUEUE holds more than "
                   WS-APQ-MAX " requests - rewriting it would drop "
                   "records. Nothing decided."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Dual-Control Approval Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Date: " WS-TODAY "  Supervisor: " WS-OPERATOR
               "  Expiry: " WS-EXPIRY-DAYS " days"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM EXPIRE-REQUEST
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX GREATER THAN WS-APQ-USED.
           IF WS-EXPIRED GREATER THAN 0
               PERFORM REWRITE-QUEUE
           END-IF.
           PERFORM DECIDE-REQUEST
               UNTIL WS-DONE EQUAL TO "Y".
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           MOVE "APPRPOST" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-UNRECORDED GREATER THAN 0
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED GREATER THAN 0
                       OR WS-POST-FAILED GREATER THAN 0
                       OR WS-HIST-WARN EQUAL TO "Y"
                   MOVE "WARN" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "GOOD" TO WS-RUN-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
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

      * An operator who did not sign on through SUITEMENU has no
      * OPERID and cannot be a supervisor.
       CHECK-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR.
           IF WS-OPERATOR NOT EQUAL TO SPACES
               OPEN INPUT OPER-FILE
               IF WS-OPER-STATUS EQUAL TO "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM CHECK-OPER-RECORD
                       UNTIL WS-EOF-SWITCH EQUAL TO "Y"
                   CLOSE OPER-FILE
               END-IF
           END-IF.

       CHECK-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF OPER-ID EQUAL TO WS-OPERATOR
                       IF FUNCTION UPPER-CASE(OPER-ROLE) EQUAL TO "A"
                               AND NOT OPER-IS-LOCKED
                           MOVE "Y" TO WS-SUPERVISOR
                       END-IF
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       LOAD-EXPIRY-DAYS.
           OPEN INPUT DAYS-FILE.
           IF WS-DAYS-STATUS EQUAL TO "00"
               READ DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DAYS-LIMIT IS NUMERIC
                               AND DAYS-LIMIT GREATER THAN 0
                           MOVE DAYS-LIMIT TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE DAYS-FILE
           END-IF.

       LOAD-QUEUE.
           MOVE 0 TO WS-APQ-USED.
           MOVE "N" TO WS-APQ-OVERFLOW.
           OPEN INPUT APQ-FILE.
           IF WS-APQ-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-QUEUE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE APQ-FILE
           END-IF.

       LOAD-QUEUE-RECORD.
           READ APQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-APQ-USED LESS THAN WS-APQ-MAX
                       ADD 1 TO WS-APQ-USED
                       MOVE APQ-RECORD TO WS-AQ-RAW(WS-APQ-USED)
                   ELSE
                       MOVE "Y" TO WS-APQ-OVERFLOW
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       REWRITE-QUEUE.
           OPEN OUTPUT APQ-FILE.
           PERFORM WRITE-QUEUE-RECORD
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX GREATER THAN WS-APQ-USED.
           CLOSE APQ-FILE.

       WRITE-QUEUE-RECORD.
           MOVE WS-AQ-RAW(WS-QX) TO APQ-RECORD.
           WRITE APQ-RECORD.

       EXPIRE-REQUEST.
           IF WS-AQ-STATUS(WS-QX) EQUAL TO "P"
               MOVE 0 TO WS-REQ-AGE
               IF WS-AQ-REQ-DATE(WS-QX) GREATER THAN 19000101
                   COMPUTE WS-REQ-INT = FUNCTION INTEGER-OF-DATE(
                       WS-AQ-REQ-DATE(WS-QX))
                   COMPUTE WS-REQ-AGE = WS-TODAY-INT - WS-REQ-INT
               END-IF
               IF WS-REQ-AGE GREATER THAN WS-EXPIRY-DAYS
                   MOVE "E" TO WS-AQ-STATUS(WS-QX)
                   MOVE WS-OPERATOR TO WS-AQ-DECIDER(WS-QX)
                   MOVE WS-TODAY TO WS-AQ-DECIDED-DATE(WS-QX)
                   ADD 1 TO WS-EXPIRED
                   MOVE WS-QX TO WS-FOUND-QX
                   MOVE "EXPIRE" TO WS-LOG-ACTION
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "UNDECIDED AFTER " WS-REQ-AGE " DAYS"
                       DELIMITED BY SIZE INTO WS-LOG-DETAIL
                   PERFORM WRITE-APPROVAL-LOG
                   MOVE "EXPIRED " TO WS-PRINT-LINE
                   PERFORM PRINT-REQUEST-LINE
               END-IF
           END-IF.

       DECIDE-REQUEST.
           PERFORM LOAD-QUEUE.
           DISPLAY " ".
           DISPLAY "Requests awaiting approval:".
           MOVE 0 TO WS-PENDING.
           PERFORM SHOW-PENDING-REQUEST
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX GREATER THAN WS-APQ-USED.
           IF WS-PENDING EQUAL TO 0
               DISPLAY "  None."
               MOVE "Y" TO WS-DONE
           ELSE
               DISPLAY "Request to decide (0 to finish)? "
                   WITH NO ADVANCING
               ACCEPT WS-PICK-ID
               IF WS-PICK-ID EQUAL TO 0
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM FIND-PENDING-REQUEST
                   IF WS-FOUND-QX EQUAL TO 0
                       DISPLAY "Request " WS-PICK-ID " is not "
                           "awaiting approval."
                   ELSE
                       PERFORM DECIDE-ONE-REQUEST
                   END-IF
               END-IF
           END-IF.

       SHOW-PENDING-REQUEST.
           IF WS-AQ-STATUS(WS-QX) EQUAL TO "P"
               ADD 1 TO WS-PENDING
               IF WS-AQ-TYPE(WS-QX) EQUAL TO "V"
                   DISPLAY "  " WS-AQ-ID(WS-QX) " NUMBERS "
                       WS-AQ-FROM(WS-QX) "-" WS-AQ-TO(WS-QX)
                       " TO " WS-AQ-NEW-STATUS(WS-QX)
                       "  by " WS-AQ-REQUESTER(WS-QX)
                       " on " WS-AQ-REQ-DATE(WS-QX)
                       "  " WS-AQ-REASON(WS-QX)
               ELSE
                   DISPLAY "  " WS-AQ-ID(WS-QX) " REVERSE BATCH "
                       WS-AQ-BATCH-ID(WS-QX)
                       "  by " WS-AQ-REQUESTER(WS-QX)
                       " on " WS-AQ-REQ-DATE(WS-QX)
                       "  " WS-AQ-REASON(WS-QX)
               END-IF
           END-IF.

       FIND-PENDING-REQUEST.
           MOVE "P" TO WS-FIND-STATUS.
           PERFORM FIND-QUEUE-REQUEST.

      * Leaves WS-FOUND-QX on request WS-PICK-ID when it stands at
      * WS-FIND-STATUS, zero when it does not.
       FIND-QUEUE-REQUEST.
           MOVE 0 TO WS-FOUND-QX.
           SET WS-QX TO 1.
           PERFORM NEXT-QUEUE-SLOT
               UNTIL WS-QX GREATER THAN WS-APQ-USED
                  OR (WS-AQ-ID(WS-QX) EQUAL TO WS-PICK-ID
                      AND WS-AQ-STATUS(WS-QX) EQUAL TO
                          WS-FIND-STATUS).
           IF WS-QX GREATER THAN WS-APQ-USED
               CONTINUE
           ELSE
               MOVE WS-QX TO WS-FOUND-QX
           END-IF.

       NEXT-QUEUE-SLOT.
           ADD 1 TO WS-QX.

      * The requester may not decide their own request either way -
      * a rejection by the requester would be a silent withdrawal.
      * A request with no requester cannot be told apart from the
      * supervisor's own, so it is not decided at all.
       DECIDE-ONE-REQUEST.
           IF WS-AQ-REQUESTER(WS-FOUND-QX) EQUAL TO SPACES
               DISPLAY "APPROVAL: request " WS-PICK-ID " carries no "
                   "requester - it cannot be decided."
               ADD 1 TO WS-REFUSED
               MOVE "REFUSED" TO WS-LOG-ACTION
               MOVE "NO REQUESTER ON REQUEST" TO WS-LOG-DETAIL
               PERFORM WRITE-APPROVAL-LOG
               MOVE "REFUSED " TO WS-PRINT-LINE
               PERFORM PRINT-REQUEST-LINE
           ELSE
               IF WS-AQ-REQUESTER(WS-FOUND-QX) EQUAL TO WS-OPERATOR
                   DISPLAY "APPROVAL: request " WS-PICK-ID
                       " was raised by " WS-OPERATOR
                       " - another supervisor must decide it."
                   ADD 1 TO WS-REFUSED
                   MOVE "REFUSED" TO WS-LOG-ACTION
                   MOVE "APPROVER IS THE REQUESTER" TO WS-LOG-DETAIL
                   PERFORM WRITE-APPROVAL-LOG
                   MOVE "REFUSED " TO WS-PRINT-LINE
                   PERFORM PRINT-REQUEST-LINE
               ELSE
                   DISPLAY "Approve or reject (A/R)? " WITH NO ADVANCING
                   ACCEPT WS-DECISION
                   MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN "A"
                           PERFORM APPROVE-REQUEST
                       WHEN "R"
                           PERFORM REJECT-REQUEST
                       WHEN OTHER
                           DISPLAY "Nothing decided."
                   END-EVALUATE
               END-IF
           END-IF.

      * The approval is written back to the queue before anything
      * is posted, so a request decided in another session meanwhile
      * is never posted twice. A posting that then fails puts the
      * request back to pending for another try or a rejection.
       APPROVE-REQUEST.
           MOVE "A" TO WS-AQ-STATUS(WS-FOUND-QX).
           MOVE WS-OPERATOR TO WS-AQ-DECIDER(WS-FOUND-QX).
           MOVE WS-TODAY TO WS-AQ-DECIDED-DATE(WS-FOUND-QX).
           MOVE "P" TO WS-FIND-STATUS.
           PERFORM COMMIT-DECISION.
           IF WS-COMMITTED EQUAL TO "Y"
               MOVE "N" TO WS-POSTED
               IF WS-AQ-TYPE(WS-FOUND-QX) EQUAL TO "V"
                   PERFORM POST-NUMBER-RANGE
               ELSE
                   PERFORM POST-REVERSAL
               END-IF
               IF WS-POSTED EQUAL TO "Y"
                   ADD 1 TO WS-APPROVED
                   MOVE "APPROVE" TO WS-LOG-ACTION
                   PERFORM WRITE-APPROVAL-LOG
                   DISPLAY "Request " WS-PICK-ID
                       " approved and posted."
               ELSE
                   ADD 1 TO WS-POST-FAILED
                   PERFORM REOPEN-REQUEST
               END-IF
           END-IF.

       REOPEN-REQUEST.
           MOVE "P" TO WS-AQ-STATUS(WS-FOUND-QX).
           MOVE SPACES TO WS-AQ-DECIDER(WS-FOUND-QX).
           MOVE 0 TO WS-AQ-DECIDED-DATE(WS-FOUND-QX).
           MOVE "A" TO WS-FIND-STATUS.
           PERFORM COMMIT-DECISION.
           IF WS-COMMITTED EQUAL TO "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOT POSTED " WS-PICK-ID
                   " - left pending for another try or a rejection"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               DISPLAY "Request " WS-PICK-ID " could not be posted "
                   "and is still pending."
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOT POSTED " WS-PICK-ID
                   " - still marked approved; reset to pending by hand"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               DISPLAY "APPROVAL: request " WS-PICK-ID " could not "
                   "be posted and is marked approved - set it back "
                   "to pending by hand."
           END-IF.

       REJECT-REQUEST.
           DISPLAY "Reason for rejection? " WITH NO ADVANCING.
           ACCEPT WS-REJECT-REASON.
           MOVE "J" TO WS-AQ-STATUS(WS-FOUND-QX).
           MOVE WS-OPERATOR TO WS-AQ-DECIDER(WS-FOUND-QX).
           MOVE WS-TODAY TO WS-AQ-DECIDED-DATE(WS-FOUND-QX).
           MOVE "P" TO WS-FIND-STATUS.
           PERFORM COMMIT-DECISION.
           IF WS-COMMITTED EQUAL TO "Y"
               ADD 1 TO WS-REJECTED
               MOVE "REJECT" TO WS-LOG-ACTION
               MOVE WS-REJECT-REASON TO WS-LOG-DETAIL
               PERFORM WRITE-APPROVAL-LOG
               MOVE "REJECTED" TO WS-PRINT-LINE
               PERFORM PRINT-REQUEST-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "         Reason: " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               DISPLAY "Request " WS-PICK-ID " rejected."
           END-IF.

      * The table was loaded before the supervisor was prompted, and
      * NUMAPPLY and BATCHREV may have queued requests since. The
      * queue is read again and only the decided request's row is
      * replaced before it is rewritten; WS-FOUND-QX is left on that
      * row in the fresh table. The decision is not written back if
      * the request no longer stands at WS-FIND-STATUS - pending for
      * a decision, approved for a failed posting put back to pending
      * (changed in another session) - or the queue has outgrown the
      * table.
       COMMIT-DECISION.
           MOVE WS-AQ-RAW(WS-FOUND-QX) TO WS-DECIDED-RAW.
           MOVE "N" TO WS-COMMITTED.
           PERFORM LOAD-QUEUE.
           IF WS-APQ-OVERFLOW EQUAL TO "Y"
               MOVE 0 TO WS-FOUND-QX
               DISPLAY "APPROVAL: APPRQUEUE now holds more than "
                   WS-APQ-MAX " requests - decision on request "
                   WS-PICK-ID " not written back."
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOT RECORDED " WS-PICK-ID
                   " - queue too large to rewrite; mark it by hand"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               ADD 1 TO WS-UNRECORDED
           ELSE
               PERFORM FIND-QUEUE-REQUEST
               IF WS-FOUND-QX EQUAL TO 0
                   DISPLAY "APPROVAL: request " WS-PICK-ID " was "
                       "decided in another session meanwhile."
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "NOT RECORDED " WS-PICK-ID
                       " - decided in another session meanwhile"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
                   ADD 1 TO WS-UNRECORDED
               ELSE
                   MOVE WS-DECIDED-RAW TO WS-AQ-RAW(WS-FOUND-QX)
                   PERFORM REWRITE-QUEUE
                   MOVE "Y" TO WS-COMMITTED
               END-IF
           END-IF.

      * The caller has put the action word in the first 8 bytes of
      * WS-PRINT-LINE.
       PRINT-REQUEST-LINE.
           IF WS-AQ-TYPE(WS-FOUND-QX) EQUAL TO "V"
               STRING " " WS-AQ-ID(WS-FOUND-QX) " NUMBERS "
                   WS-AQ-FROM(WS-FOUND-QX) "-" WS-AQ-TO(WS-FOUND-QX)
                   " TO " WS-AQ-NEW-STATUS(WS-FOUND-QX)
                   "  requested " WS-AQ-REQUESTER(WS-FOUND-QX)
                   " " WS-AQ-REQ-DATE(WS-FOUND-QX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(9:72)
           ELSE
               STRING " " WS-AQ-ID(WS-FOUND-QX) " REVERSE BATCH "
                   WS-AQ-BATCH-ID(WS-FOUND-QX)
                   "   requested " WS-AQ-REQUESTER(WS-FOUND-QX)
                   " " WS-AQ-REQ-DATE(WS-FOUND-QX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(9:72)
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * WS-FOUND-QX, WS-LOG-ACTION, and WS-LOG-DETAIL describe the
      * step being logged.
       WRITE-APPROVAL-LOG.
           OPEN EXTEND APL-FILE.
           IF WS-APL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT APL-FILE
           END-IF.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO APL-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO APL-TIMESTAMP(9:6).
           MOVE WS-LOG-ACTION TO APL-ACTION.
           MOVE WS-AQ-ID(WS-FOUND-QX) TO APL-ID.
           MOVE WS-AQ-TYPE(WS-FOUND-QX) TO APL-TYPE.
           MOVE WS-OPERATOR TO APL-OPERATOR.
           MOVE WS-AQ-REQUESTER(WS-FOUND-QX) TO APL-REQUESTER.
           MOVE WS-LOG-DETAIL TO APL-DETAIL.
           WRITE APL-RECORD.
           CLOSE APL-FILE.

       POST-NUMBER-RANGE.
           MOVE WS-AQ-FROM(WS-FOUND-QX) TO WS-RANGE-FROM.
           MOVE WS-AQ-TO(WS-FOUND-QX) TO WS-RANGE-TO.
           MOVE WS-AQ-NEW-STATUS(WS-FOUND-QX) TO WS-NEW-STATUS.
           PERFORM TAKE-RUN-LOCK.
           IF WS-LOCK-TAKEN EQUAL TO "Y"
               OPEN I-O INV-FILE
               IF WS-INV-STATUS NOT EQUAL TO "00"
                   DISPLAY "APPROVAL: cannot open NUMINV (status "
                       WS-INV-STATUS ") - nothing posted."
               ELSE
                   MOVE 0 TO WS-RANGE-APPLIED
                   MOVE 0 TO WS-RANGE-MISSED
                   MOVE "APPROVED" TO WS-PRINT-LINE
                   PERFORM PRINT-REQUEST-LINE
                   OPEN EXTEND IJ-FILE
                   IF WS-IJ-STATUS NOT EQUAL TO "00"
                       OPEN OUTPUT IJ-FILE
                   END-IF
                   PERFORM POST-ONE-NUMBER
                       VARYING WS-CURRENT FROM WS-RANGE-FROM BY 1
                       UNTIL WS-CURRENT GREATER THAN WS-RANGE-TO
                   CLOSE IJ-FILE
                   CLOSE INV-FILE
                   MOVE WS-RANGE-APPLIED TO WS-APPLIED-ED
                   MOVE WS-RANGE-MISSED TO WS-MISSED-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "         Posted to NUMINV: changed "
                       WS-APPLIED-ED " not-found " WS-MISSED-ED
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING "CHANGED " WS-APPLIED-ED
                       " NOT FOUND " WS-MISSED-ED
                       DELIMITED BY SIZE INTO WS-LOG-DETAIL
                   MOVE "Y" TO WS-POSTED
               END-IF
               PERFORM RELEASE-RUN-LOCK
           END-IF.

       POST-ONE-NUMBER.
           MOVE WS-CURRENT TO INV-NUMBER.
           READ INV-FILE
               INVALID KEY
                   PERFORM REPORT-NOT-ON-MASTER
               NOT INVALID KEY
                   PERFORM UPDATE-ONE-NUMBER
           END-READ.

       REPORT-NOT-ON-MASTER.
           ADD 1 TO WS-RANGE-MISSED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "           NOT ON MASTER: " INV-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       UPDATE-ONE-NUMBER.
           MOVE INV-STATUS TO WS-OLD-STATUS.
           MOVE WS-NEW-STATUS TO INV-STATUS.
           MOVE WS-TODAY TO INV-STATUS-DATE.
           REWRITE INV-RECORD
               INVALID KEY
                   PERFORM REPORT-REWRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-RANGE-APPLIED
                   PERFORM WRITE-INV-JOURNAL
           END-REWRITE.

       WRITE-INV-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE INV-NUMBER TO IJ-NUMBER.
           MOVE WS-OLD-STATUS TO IJ-BEFORE-STATUS.
           MOVE INV-STATUS TO IJ-AFTER-STATUS.
           MOVE "APPROVAL" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-STAMP-DATE TO IJ-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO IJ-TIMESTAMP(9:6).
           MOVE SPACES TO IJ-REFERENCE.
           STRING "APPROVAL " WS-AQ-ID(WS-FOUND-QX)
               DELIMITED BY SIZE INTO IJ-REFERENCE.
           WRITE IJ-RECORD.

       REPORT-REWRITE-FAILED.
           ADD 1 TO WS-RANGE-MISSED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "           REWRITE FAILED: " INV-NUMBER
               " (status " WS-INV-STATUS ")"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       POST-REVERSAL.
           MOVE WS-AQ-BATCH-ID(WS-FOUND-QX) TO WS-PICK-BATCH.
           PERFORM LOAD-REGISTER.
      * The register is rewritten in full to mark the reversal; a
      * register bigger than the table would come back truncated and
      * lose its duplicate protection, so the reversal is refused
      * instead - archive the register's old rows first.
           IF WS-REG-OVERFLOW EQUAL TO "Y"
               DISPLAY "APPROVAL: BATCHREG holds more than "
                   WS-REG-MAX " registrations - rewriting it would "
                   "drop records. Nothing reversed."
           ELSE
               PERFORM FIND-REGISTRATION
               IF WS-FOUND-RX EQUAL TO 0
                   DISPLAY "APPROVAL: batch " WS-PICK-BATCH " is no "
                       "longer registered, or already reversed - "
                       "nothing reversed."
               ELSE
                   PERFORM DECODE-FIGURES
                   PERFORM WRITE-REVERSAL-FEED
                   PERFORM MARK-REVERSED
                   PERFORM WRITE-REVERSAL-HISTORY
                   PERFORM PRINT-REVERSAL-LINES
                   MOVE "Y" TO WS-POSTED
               END-IF
           END-IF.

       LOAD-REGISTER.
           MOVE 0 TO WS-REG-USED.
           MOVE "N" TO WS-REG-OVERFLOW.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-REGISTER-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE REG-FILE
           END-IF.

       LOAD-REGISTER-RECORD.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-REG-USED LESS THAN WS-REG-MAX
                       ADD 1 TO WS-REG-USED
                       MOVE REG-RECORD TO WS-RG-RAW(WS-REG-USED)
                   ELSE
                       MOVE "Y" TO WS-REG-OVERFLOW
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       FIND-REGISTRATION.
           MOVE 0 TO WS-FOUND-RX.
           SET WS-RX TO 1.
           PERFORM NEXT-REG-SLOT
               UNTIL WS-RX GREATER THAN WS-REG-USED
                  OR (WS-RG-ID(WS-RX) EQUAL TO WS-PICK-BATCH
                      AND WS-RG-STATUS(WS-RX) NOT EQUAL TO "R").
           IF WS-RX GREATER THAN WS-REG-USED
               CONTINUE
           ELSE
               MOVE WS-RX TO WS-FOUND-RX
           END-IF.

       NEXT-REG-SLOT.
           ADD 1 TO WS-RX.

       DECODE-FIGURES.
           MOVE "N" TO WS-FIGURES-OK.
           MOVE 0 TO WS-REV-COUNT.
           MOVE 0 TO WS-REV-TOTAL.
           MOVE 0 TO WS-REV-AVG.
           MOVE WS-RG-COUNT(WS-FOUND-RX) TO WS-RG-COUNT-X.
           IF WS-RG-COUNT-N IS NUMERIC
               MOVE WS-RG-TOTAL(WS-FOUND-RX) TO WS-RG-TOTAL-X
               IF WS-RG-TOTAL-N IS NUMERIC
                   MOVE "Y" TO WS-FIGURES-OK
                   MOVE WS-RG-COUNT-N TO WS-REV-COUNT
                   COMPUTE WS-REV-TOTAL = 0 - WS-RG-TOTAL-N
                   IF WS-REV-COUNT GREATER THAN 0
                       DIVIDE WS-REV-COUNT INTO WS-REV-TOTAL
                           GIVING WS-REV-AVG
                   END-IF
               END-IF
           END-IF.

       WRITE-REVERSAL-FEED.
           OPEN EXTEND REV-FILE.
           IF WS-REV-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT REV-FILE
           END-IF.
           MOVE WS-TODAY TO WS-GLRH-DATE.
           WRITE REV-RECORD FROM WS-GLR-HEADER.
           MOVE WS-PICK-BATCH TO WS-GLRD-BATCH.
           MOVE WS-RG-RUN-DATE(WS-FOUND-RX) TO WS-GLRD-BUS-DATE.
           MOVE WS-REV-COUNT TO WS-GLRD-COUNT.
           MOVE WS-REV-TOTAL TO WS-GLRD-TOTAL.
           MOVE WS-REV-AVG TO WS-GLRD-AVG.
           MOVE 0 TO WS-GLRD-REJECTED.
           MOVE SPACES TO WS-GLRD-GL-ACCT.
           WRITE REV-RECORD FROM WS-GLR-DETAIL.
           MOVE 1 TO WS-GLRT-COUNT.
           MOVE WS-REV-TOTAL TO WS-GLRT-HASH.
           WRITE REV-RECORD FROM WS-GLR-TRAILER.
           CLOSE REV-FILE.

       MARK-REVERSED.
           MOVE "R" TO WS-RG-STATUS(WS-FOUND-RX).
           OPEN OUTPUT REG-FILE.
           PERFORM WRITE-REGISTER-RECORD
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX GREATER THAN WS-REG-USED.
           CLOSE REG-FILE.

       WRITE-REGISTER-RECORD.
           MOVE WS-RG-RAW(WS-RX) TO REG-RECORD.
           WRITE REG-RECORD.

       WRITE-REVERSAL-HISTORY.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
           IF WS-HIST-STATUS EQUAL TO "00"
               MOVE WS-TODAY TO HIST-RUN-DATE
               MOVE "BATCHREV" TO HIST-PROGRAM
               READ HIST-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-REVERSAL-HISTORY
                   NOT INVALID KEY
                       PERFORM ADD-REVERSAL-HISTORY
               END-READ
               CLOSE HIST-FILE
           ELSE
               DISPLAY "APPROVAL: cannot open AVGHIST (status "
                   WS-HIST-STATUS ") - reversal of " WS-PICK-BATCH
                   " posted, history row not."
               MOVE "Y" TO WS-HIST-WARN
           END-IF.

       WRITE-NEW-REVERSAL-HISTORY.
           MOVE WS-TODAY TO HIST-RUN-DATE.
           MOVE "BATCHREV" TO HIST-PROGRAM.
           MOVE WS-REV-COUNT TO HIST-COUNT.
           MOVE 0 TO HIST-REJECTED.
           MOVE WS-REV-TOTAL TO HIST-TOTAL.
           MOVE WS-REV-AVG TO HIST-AVERAGE.
           MOVE 0 TO HIST-MIN.
           MOVE 0 TO HIST-MAX.
           MOVE 0 TO HIST-STDDEV.
           MOVE 0 TO HIST-EXCEPTIONS.
           MOVE 0 TO HIST-MEDIAN.
           MOVE 0 TO HIST-P10.
           MOVE 0 TO HIST-P90.
           MOVE 0 TO HIST-IQR.
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "APPROVAL: AVGHIST write failed (status "
                       WS-HIST-STATUS ")."
           END-WRITE.

       ADD-REVERSAL-HISTORY.
           ADD WS-REV-COUNT TO HIST-COUNT.
           ADD WS-REV-TOTAL TO HIST-TOTAL.
           IF HIST-COUNT GREATER THAN 0
               DIVIDE HIST-COUNT INTO HIST-TOTAL
                   GIVING HIST-AVERAGE
           END-IF.
           REWRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "APPROVAL: AVGHIST rewrite failed (status "
                       WS-HIST-STATUS ")."
           END-REWRITE.

       PRINT-REVERSAL-LINES.
           MOVE "APPROVED" TO WS-PRINT-LINE.
           PERFORM PRINT-REQUEST-LINE.
           MOVE WS-REV-COUNT TO WS-COUNT-ED.
           MOVE WS-REV-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "         Originally run " WS-RG-RUN-DATE(WS-FOUND-RX)
               " reversing count " WS-COUNT-ED
               " total " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-FIGURES-OK NOT EQUAL TO "Y"
               MOVE "         ORIGINAL FIGURES UNAVAILABLE - correct"
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "         the GL side by hand from the original."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE "         Reversing entry written to GLREVSL."
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "BATCH " WS-PICK-BATCH " COUNT " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-LOG-DETAIL.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Approved: " WS-APPROVED
               "  Rejected: " WS-REJECTED
               "  Expired: " WS-EXPIRED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Refused (own request): " WS-REFUSED
               "  Not Posted: " WS-POST-FAILED
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
           MOVE "APPROVAL" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "APPRQUEUE" TO JRNL-INPUT.
           COMPUTE JRNL-READ-COUNT = WS-APPROVED + WS-REJECTED
               + WS-EXPIRED.
           COMPUTE JRNL-REJECTED = WS-REFUSED + WS-POST-FAILED.
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
               DISPLAY "APPROVAL: NUMINVLK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - not posted."
               DISPLAY "APPROVAL: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "APPROVAL" TO LOCK-PROGRAM
               MOVE WS-START-STAMP TO LOCK-TS
               MOVE WS-OPERATOR TO LOCK-OPERATOR
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE "Y" TO WS-LOCK-TAKEN
           END-IF.

      * CBL_DELETE_FILE resets RETURN-CODE, and the release runs
      * after the run's condition code is set - save and restore it
      * so the scheduler still sees the real completion code. The
      * lock is taken and released once per approved range, so the
      * switch is cleared for the next one.
       RELEASE-RUN-LOCK.
           IF WS-LOCK-TAKEN EQUAL TO "Y"
               MOVE RETURN-CODE TO WS-SAVED-RC
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
               MOVE WS-SAVED-RC TO RETURN-CODE
               MOVE "N" TO WS-LOCK-TAKEN
           END-IF.
