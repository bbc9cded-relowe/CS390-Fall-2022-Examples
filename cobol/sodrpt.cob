      * Segregation-of-duties conflict report for the quarterly
      * access review. The operator prompts for a from and to date
      * (YYYYMMDD, blank for all), and the report cross-reads the
      * suite's audit trails for one operator holding both ends of a
      * control the suite otherwise splits between people:
      *   - a number range one operator generated (SEQAUDITLOG, by
      *     AUDIT-OPERATOR) and numbers in that range the same
      *     operator later voided, spoiled, or marked used - either
      *     a change on the INVJRNL inventory journal (NUMAPPLY,
      *     NUMMAINT, INVPOST, or an APPROVAL posting) or a void or
      *     spoil range that operator raised through NUMAPPLY
      *     (APPRLOG REQUEST, range from the APPRQUEUE queue);
      *   - a batch one operator submitted and the same operator
      *     reversed: the reversal is a BATCHREV request or an
      *     APPROVAL decision on APPRLOG, the batch ID comes from
      *     the queue, and the submitter is the operator and program
      *     the INPCAT input catalog (copybook/inpcat.cpy) recorded
      *     for the batch when the run that registered it on BATCHREG
      *     accepted it. A reversal whose batch has no INPCAT row for
      *     that run date (accepted before inputs were archived) is
      *     listed with its submitter UNKNOWN rather than guessed;
      *   - an operator who ran averaging (AVERAGE, AVGBATCH, or
      *     STATS on RUNJRNL) and also forced the AVGLOCK interlock
      *     clear through LOCKCLR, paired with that operator's last
      *     averaging run before the clear (or the first after, when
      *     there was none before).
      * A conflict is listed when its second action falls inside the
      * date range; the first action is looked for across the whole
      * trail, since a range generated last quarter and voided this
      * one is still a conflict. Each conflict names the operator and
      * both actions with their timestamps, and notes when the
      * SIGNONLOG sign-on log shows no menu sign-on by that operator
      * on the day of the second action - the ID came from a stale
      * OPERID rather than a sign-on, which the reviewer will want
      * to ask about.
      * The SODRPT report is filed in the report repository through
      * RPTFILE and the run appends a RUNJRNL record: WARN with
      * condition code 4 when any conflict is listed, a reversal's
      * submitter is unknown, or a trail was too large to hold in
      * full, FAIL with condition code 8 for a
      * date that is not YYYYMMDD.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "SEQAUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

           SELECT APL-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

           SELECT APQ-FILE ASSIGN TO "APPRQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.

           SELECT REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT SLOG-FILE ASSIGN TO "SIGNONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CAT-FILE ASSIGN TO "INPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE
           LABEL RECORDS ARE OMITTED.
          01 LOG-RECORD.
             05 LOG-REQUESTOR  PIC X(20).
             05 LOG-TIMESTAMP  PIC X(14).
             05 LOG-START      PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 LOG-END        PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 LOG-INCREMENT  PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 LOG-OPERATOR   PIC X(8).
             05 LOG-START-CD   PIC X.
             05 LOG-END-CD     PIC X.

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       FD  APL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprlog.cpy".

       FD  APQ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "apprque.cpy".

       FD  REG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "batchreg.cpy".

       FD  SLOG-FILE
           LABEL RECORDS ARE OMITTED.
          01 SLOG-RECORD.
             05 SLOG-TIMESTAMP PIC X(14).
             05 SLOG-ID        PIC X(8).
             05 SLOG-RESULT    PIC X(4).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
          01 PRINT-RECORD PIC X(80).

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).

       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       FD  CAT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "inpcat.cpy".

       WORKING-STORAGE SECTION.
          01 WS-LOG-STATUS   PIC XX.
          01 WS-IJ-STATUS    PIC XX.
          01 WS-APL-STATUS   PIC XX.
          01 WS-APQ-STATUS   PIC XX.
          01 WS-REG-STATUS   PIC XX.
          01 WS-SLOG-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-CAT-STATUS   PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-DATE-ENTRY   PIC X(8).
          01 WS-DATE-OK      PIC X VALUE "Y".
          01 WS-FROM-DATE    PIC 9(8) VALUE 0.
          01 WS-TO-DATE      PIC 9(8) VALUE 99999999.
          01 WS-ENTRY-DATE   PIC 9(8).
          01 WS-IN-RANGE     PIC X.
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.
          01 WS-INCOMPLETE   PIC X VALUE "N".
          01 WS-CONFLICTS    PIC 9(5) VALUE 0.
          01 WS-NUMBER-CONFLICTS PIC 9(5) VALUE 0.
          01 WS-BATCH-CONFLICTS  PIC 9(5) VALUE 0.
          01 WS-LOCK-CONFLICTS   PIC 9(5) VALUE 0.
          01 WS-NO-SIGNON    PIC 9(5) VALUE 0.
          01 WS-UNATTRIBUTED PIC 9(5) VALUE 0.
          01 WS-SECTION-COUNT PIC 9(5).
          01 WS-SECTION-TITLE PIC X(80).

      * Number ranges generated, from SEQAUDITLOG, with who logged
      * them. Ranges logged with no operator (run outside the menu)
      * cannot be attributed and are not held.
          01 WS-GEN-MAX      PIC 9(4) VALUE 2000.
          01 WS-GEN-USED     PIC 9(4) VALUE 0.
          01 WS-GX           PIC 9(4).
          01 WS-FOUND-GX     PIC 9(4).
          01 WS-GEN-TABLE.
             05 WS-GEN-ENTRY OCCURS 2000 TIMES.
                10 WS-GN-OPERATOR   PIC X(8).
                10 WS-GN-TIMESTAMP  PIC X(14).
                10 WS-GN-REQUESTOR  PIC X(20).
                10 WS-GN-START      PIC S9(6).
                10 WS-GN-LOW        PIC S9(6).
                10 WS-GN-HIGH       PIC S9(6).
                10 WS-GN-STEP       PIC 9(5).

      * Averaging runs (AVERAGE, AVGBATCH, STATS) from RUNJRNL.
          01 WS-RUN-MAX      PIC 9(4) VALUE 3000.
          01 WS-RUN-USED     PIC 9(4) VALUE 0.
          01 WS-RX           PIC 9(4).
          01 WS-FOUND-RX     PIC 9(4).
          01 WS-RUN-TABLE.
             05 WS-RUN-ENTRY OCCURS 3000 TIMES.
                10 WS-RN-PROGRAM    PIC X(8).
                10 WS-RN-OPERATOR   PIC X(8).
                10 WS-RN-START-TS   PIC X(14).
                10 WS-RN-STATUS     PIC X(4).

      * LOCKCLR forced clears of the AVGLOCK interlock from RUNJRNL.
          01 WS-CLR-MAX      PIC 9(4) VALUE 500.
          01 WS-CLR-USED     PIC 9(4) VALUE 0.
          01 WS-CX           PIC 9(4).
          01 WS-CLR-TABLE.
             05 WS-CLR-ENTRY OCCURS 500 TIMES.
                10 WS-CL-OPERATOR   PIC X(8).
                10 WS-CL-TIMESTAMP  PIC X(14).
                10 WS-CL-HOLDER     PIC X(8).

      * Registered batches from BATCHREG.
          01 WS-REG-MAX      PIC 9(4) VALUE 3000.
          01 WS-REG-USED     PIC 9(4) VALUE 0.
          01 WS-BX           PIC 9(4).
          01 WS-FOUND-BX     PIC 9(4).
          01 WS-REG-TABLE.
             05 WS-REG-ENTRY OCCURS 3000 TIMES.
                10 WS-RG-BATCH-ID   PIC X(8).
                10 WS-RG-RUN-DATE   PIC 9(8).

      * The submitter of a reversed batch, from its INPCAT row.
          01 WS-CAT-OPEN     PIC X VALUE "N".
          01 WS-CAT-EOF      PIC X.
          01 WS-SUB-FOUND    PIC X.
          01 WS-SUB-PROGRAM  PIC X(8).
          01 WS-SUB-OPERATOR PIC X(8).
          01 WS-SUB-TS       PIC X(14).

      * Dual-control requests from APPRQUEUE.
          01 WS-APQ-MAX      PIC 9(4) VALUE 2000.
          01 WS-APQ-USED     PIC 9(4) VALUE 0.
          01 WS-QX           PIC 9(4).
          01 WS-FOUND-QX     PIC 9(4).
          01 WS-APQ-TABLE.
             05 WS-APQ-ENTRY OCCURS 2000 TIMES.
                10 WS-AQ-ID         PIC 9(6).
                10 WS-AQ-TYPE       PIC X.
                10 WS-AQ-FROM       PIC 9(5).
                10 WS-AQ-TO         PIC 9(5).
                10 WS-AQ-NEW-STATUS PIC X.
                10 WS-AQ-BATCH-ID   PIC X(8).

      * Good menu sign-ons inside the date range, one per operator
      * per day.
          01 WS-SGN-MAX      PIC 9(4) VALUE 3000.
          01 WS-SGN-USED     PIC 9(4) VALUE 0.
          01 WS-SX           PIC 9(4).
          01 WS-SGN-FOUND    PIC X.
          01 WS-SGN-TABLE.
             05 WS-SGN-ENTRY OCCURS 3000 TIMES.
                10 WS-SG-OPERATOR   PIC X(8).
                10 WS-SG-DATE       PIC 9(8).

      * Inventory journal changes are grouped into one conflict per
      * run of consecutive journal records by the same program
      * giving the same status to numbers from the same generated
      * range.
          01 WS-OC-OPEN      PIC X VALUE "N".
          01 WS-OC-GX        PIC 9(4).
          01 WS-OC-PROGRAM   PIC X(8).
          01 WS-OC-STATUS    PIC X.
          01 WS-OC-TIMESTAMP PIC X(14).
          01 WS-OC-FIRST     PIC 9(5).
          01 WS-OC-LAST      PIC 9(5).
          01 WS-OC-COUNT     PIC 9(5).

          01 WS-NUM          PIC S9(6).
          01 WS-LOW          PIC S9(6).
          01 WS-HIGH         PIC S9(6).
          01 WS-REMAINDER    PIC S9(6).
          01 WS-IS-MEMBER    PIC X.
          01 WS-OVERLAP      PIC X.

      * The conflict being printed.
          01 WS-C-OPERATOR   PIC X(8).
          01 WS-ACT-1        PIC X(47).
          01 WS-TS-1         PIC X(14).
          01 WS-ACT-2        PIC X(47).
          01 WS-TS-2         PIC X(14).
          01 WS-STATUS-WORD  PIC X(11).
          01 WS-FIRST-ED     PIC 9(5).
          01 WS-LAST-ED      PIC 9(5).
          01 WS-COUNT-ED     PIC Z(4)9.

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "SODRPT".

       PROCEDURE DIVISION.
       Sodrpt.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
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
               DISPLAY "SODRPT: dates must be YYYYMMDD - no report."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-GENERATIONS.
           PERFORM LOAD-RUN-JOURNAL.
           PERFORM LOAD-REGISTER.
           PERFORM LOAD-QUEUE.
           PERFORM LOAD-SIGNONS.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Segregation-of-Duties Conflict Report"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "From: " WS-FROM-DATE "  To: " WS-TO-DATE
               "  Printed: " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-INCOMPLETE EQUAL TO "Y"
               MOVE "*** An audit trail was too large to hold in full"
                   TO WS-PRINT-LINE
               MOVE " - this report is INCOMPLETE."
                   TO WS-PRINT-LINE(50:29)
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           PERFORM REPORT-NUMBER-CONFLICTS.
           PERFORM REPORT-BATCH-CONFLICTS.
           PERFORM REPORT-LOCK-CONFLICTS.
           PERFORM PRINT-TOTALS.
           CLOSE PRINT-FILE.
           MOVE "SODRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-CONFLICTS GREATER THAN 0
                   OR WS-UNATTRIBUTED GREATER THAN 0
                   OR WS-INCOMPLETE EQUAL TO "Y"
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "GOOD" TO WS-RUN-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "SODRPT: " WS-CONFLICTS " conflict(s) listed.".
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

      * The date of a timestamp or date is inside the report range.
       CHECK-IN-RANGE.
           MOVE "N" TO WS-IN-RANGE.
           IF WS-ENTRY-DATE IS NUMERIC
               IF WS-ENTRY-DATE NOT LESS THAN WS-FROM-DATE
                       AND WS-ENTRY-DATE NOT GREATER THAN WS-TO-DATE
                   MOVE "Y" TO WS-IN-RANGE
               END-IF
           END-IF.

       LOAD-GENERATIONS.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-GENERATION
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE LOG-FILE
           END-IF.

      * A range with an unusable increment generated nothing.
       READ-GENERATION.
           READ LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF LOG-OPERATOR NOT EQUAL TO SPACES
                       AND LOG-INCREMENT NOT EQUAL TO 0
                       AND NOT (LOG-INCREMENT GREATER THAN 0 AND
                           LOG-START GREATER THAN LOG-END)
                       AND NOT (LOG-INCREMENT LESS THAN 0 AND
                           LOG-START LESS THAN LOG-END)
                       PERFORM HOLD-GENERATION
                   END-IF
           END-READ.

       HOLD-GENERATION.
           IF WS-GEN-USED NOT LESS THAN WS-GEN-MAX
               MOVE "Y" TO WS-INCOMPLETE
           ELSE
               ADD 1 TO WS-GEN-USED
               MOVE LOG-OPERATOR TO WS-GN-OPERATOR(WS-GEN-USED)
               MOVE LOG-TIMESTAMP TO WS-GN-TIMESTAMP(WS-GEN-USED)
               MOVE LOG-REQUESTOR TO WS-GN-REQUESTOR(WS-GEN-USED)
               MOVE LOG-START TO WS-GN-START(WS-GEN-USED)
               IF LOG-START LESS THAN LOG-END
                   MOVE LOG-START TO WS-GN-LOW(WS-GEN-USED)
                   MOVE LOG-END TO WS-GN-HIGH(WS-GEN-USED)
               ELSE
                   MOVE LOG-END TO WS-GN-LOW(WS-GEN-USED)
                   MOVE LOG-START TO WS-GN-HIGH(WS-GEN-USED)
               END-IF
               COMPUTE WS-GN-STEP(WS-GEN-USED) =
                   FUNCTION ABS(LOG-INCREMENT)
           END-IF.

       LOAD-RUN-JOURNAL.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-RUN-JOURNAL
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE JRNL-FILE
           END-IF.

       READ-RUN-JOURNAL.
           READ JRNL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF JRNL-OPERATOR NOT EQUAL TO SPACES
                       EVALUATE JRNL-PROGRAM
                           WHEN "AVERAGE"
                           WHEN "AVGBATCH"
                           WHEN "STATS"
                               PERFORM HOLD-RUN
                           WHEN "LOCKCLR"
                               IF JRNL-INPUT(1:21) EQUAL TO
                                       "FORCED CLEAR AVGLOCK "
                                   PERFORM HOLD-CLEAR
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

       HOLD-RUN.
           IF WS-RUN-USED NOT LESS THAN WS-RUN-MAX
               MOVE "Y" TO WS-INCOMPLETE
           ELSE
               ADD 1 TO WS-RUN-USED
               MOVE JRNL-PROGRAM TO WS-RN-PROGRAM(WS-RUN-USED)
               MOVE JRNL-OPERATOR TO WS-RN-OPERATOR(WS-RUN-USED)
               MOVE JRNL-START-TS TO WS-RN-START-TS(WS-RUN-USED)
               MOVE JRNL-STATUS TO WS-RN-STATUS(WS-RUN-USED)
           END-IF.

      * LOCKCLR journals "FORCED CLEAR AVGLOCK held by <program>".
       HOLD-CLEAR.
           IF WS-CLR-USED NOT LESS THAN WS-CLR-MAX
               MOVE "Y" TO WS-INCOMPLETE
           ELSE
               ADD 1 TO WS-CLR-USED
               MOVE JRNL-OPERATOR TO WS-CL-OPERATOR(WS-CLR-USED)
               MOVE JRNL-START-TS TO WS-CL-TIMESTAMP(WS-CLR-USED)
               MOVE JRNL-INPUT(30:8) TO WS-CL-HOLDER(WS-CLR-USED)
           END-IF.

       LOAD-REGISTER.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-REGISTER
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE REG-FILE
           END-IF.

       READ-REGISTER.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WS-REG-USED NOT LESS THAN WS-REG-MAX
                       MOVE "Y" TO WS-INCOMPLETE
                   ELSE
                       ADD 1 TO WS-REG-USED
                       MOVE REG-BATCH-ID TO WS-RG-BATCH-ID(WS-REG-USED)
                       MOVE REG-RUN-DATE TO WS-RG-RUN-DATE(WS-REG-USED)
                   END-IF
           END-READ.

       LOAD-QUEUE.
           OPEN INPUT APQ-FILE.
           IF WS-APQ-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-QUEUE
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE APQ-FILE
           END-IF.

       READ-QUEUE.
           READ APQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WS-APQ-USED NOT LESS THAN WS-APQ-MAX
                       MOVE "Y" TO WS-INCOMPLETE
                   ELSE
                       ADD 1 TO WS-APQ-USED
                       MOVE APQ-ID TO WS-AQ-ID(WS-APQ-USED)
                       MOVE APQ-TYPE TO WS-AQ-TYPE(WS-APQ-USED)
                       MOVE APQ-FROM TO WS-AQ-FROM(WS-APQ-USED)
                       MOVE APQ-TO TO WS-AQ-TO(WS-APQ-USED)
                       MOVE APQ-NEW-STATUS
                           TO WS-AQ-NEW-STATUS(WS-APQ-USED)
                       MOVE APQ-BATCH-ID TO WS-AQ-BATCH-ID(WS-APQ-USED)
                   END-IF
           END-READ.

       LOAD-SIGNONS.
           OPEN INPUT SLOG-FILE.
           IF WS-SLOG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-SIGNON
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE SLOG-FILE
           END-IF.

       READ-SIGNON.
           READ SLOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF SLOG-RESULT EQUAL TO "GOOD"
                       MOVE SLOG-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       PERFORM CHECK-IN-RANGE
                       IF WS-IN-RANGE EQUAL TO "Y"
                           MOVE SLOG-ID TO WS-C-OPERATOR
                           PERFORM FIND-SIGNON
                           IF WS-SGN-FOUND EQUAL TO "N"
                               PERFORM HOLD-SIGNON
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       HOLD-SIGNON.
           IF WS-SGN-USED NOT LESS THAN WS-SGN-MAX
               MOVE "Y" TO WS-INCOMPLETE
           ELSE
               ADD 1 TO WS-SGN-USED
               MOVE SLOG-ID TO WS-SG-OPERATOR(WS-SGN-USED)
               MOVE WS-ENTRY-DATE TO WS-SG-DATE(WS-SGN-USED)
           END-IF.

      * Looks for a sign-on by WS-C-OPERATOR on WS-ENTRY-DATE.
       FIND-SIGNON.
           MOVE "N" TO WS-SGN-FOUND.
           PERFORM CHECK-SIGNON
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-SGN-USED
                   OR WS-SGN-FOUND EQUAL TO "Y".

       CHECK-SIGNON.
           IF WS-SG-OPERATOR(WS-SX) EQUAL TO WS-C-OPERATOR
                   AND WS-SG-DATE(WS-SX) EQUAL TO WS-ENTRY-DATE
               MOVE "Y" TO WS-SGN-FOUND
           END-IF.

      * WS-SECTION-TITLE names the conflict the section lists.
       START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-SECTION-TITLE.
           MOVE "  Operator Action" TO WS-PRINT-LINE.
           MOVE "Timestamp" TO WS-PRINT-LINE(60:9).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       END-SECTION.
           IF WS-SECTION-COUNT EQUAL TO 0
               MOVE "  No conflicts in the range." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * Prints WS-C-OPERATOR's two actions with their timestamps, and
      * notes a second action on a day the operator never signed on.
       PRINT-CONFLICT.
           ADD 1 TO WS-CONFLICTS.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-C-OPERATOR TO WS-PRINT-LINE(3:8).
           MOVE WS-ACT-1 TO WS-PRINT-LINE(12:47).
           MOVE WS-TS-1(1:8) TO WS-PRINT-LINE(60:8).
           MOVE WS-TS-1(9:6) TO WS-PRINT-LINE(69:6).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ACT-2 TO WS-PRINT-LINE(12:47).
           MOVE WS-TS-2(1:8) TO WS-PRINT-LINE(60:8).
           MOVE WS-TS-2(9:6) TO WS-PRINT-LINE(69:6).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-TS-2(1:8) TO WS-ENTRY-DATE.
           PERFORM FIND-SIGNON.
           IF WS-SGN-FOUND EQUAL TO "N"
               ADD 1 TO WS-NO-SIGNON
               MOVE SPACES TO WS-PRINT-LINE
               STRING "           (no menu sign-on by "
                   FUNCTION TRIM(WS-C-OPERATOR)
                   " that day on SIGNONLOG)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * Generating a range, then voiding, spoiling, or using numbers
      * in it.
       REPORT-NUMBER-CONFLICTS.
           MOVE "Number ranges generated, then voided, spoiled, or "
               TO WS-SECTION-TITLE.
           MOVE "used by the same operator" TO WS-SECTION-TITLE(51:25).
           PERFORM START-SECTION.
           MOVE "N" TO WS-OC-OPEN.
           OPEN INPUT IJ-FILE.
           IF WS-IJ-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-INV-JOURNAL
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE IJ-FILE
           END-IF.
           PERFORM FLUSH-NUMBER-CONFLICT.
           OPEN INPUT APL-FILE.
           IF WS-APL-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-VOID-REQUEST
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE APL-FILE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-NUMBER-CONFLICTS.
           PERFORM END-SECTION.

       READ-INV-JOURNAL.
           READ IJ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF (IJ-AFTER-STATUS EQUAL TO "V"
                           OR IJ-AFTER-STATUS EQUAL TO "S"
                           OR IJ-AFTER-STATUS EQUAL TO "U")
                           AND IJ-OPERATOR NOT EQUAL TO SPACES
                       MOVE IJ-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       PERFORM CHECK-IN-RANGE
                       IF WS-IN-RANGE EQUAL TO "Y"
                           PERFORM CHECK-JOURNAL-CHANGE
                       END-IF
                   END-IF
           END-READ.

      * Finds an earlier range the same operator generated that
      * holds the number, and adds the change to the open conflict
      * or starts a new one.
       CHECK-JOURNAL-CHANGE.
           MOVE IJ-OPERATOR TO WS-C-OPERATOR.
           MOVE IJ-TIMESTAMP TO WS-TS-2.
           MOVE IJ-NUMBER TO WS-NUM.
           MOVE 0 TO WS-FOUND-GX.
           PERFORM CHECK-GENERATION-HOLDS
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX GREATER THAN WS-GEN-USED
                   OR WS-FOUND-GX GREATER THAN 0.
           IF WS-FOUND-GX GREATER THAN 0
               IF WS-OC-OPEN EQUAL TO "Y"
                       AND WS-OC-GX EQUAL TO WS-FOUND-GX
                       AND WS-OC-PROGRAM EQUAL TO IJ-PROGRAM
                       AND WS-OC-STATUS EQUAL TO IJ-AFTER-STATUS
                   MOVE IJ-NUMBER TO WS-OC-LAST
                   ADD 1 TO WS-OC-COUNT
               ELSE
                   PERFORM FLUSH-NUMBER-CONFLICT
                   MOVE "Y" TO WS-OC-OPEN
                   MOVE WS-FOUND-GX TO WS-OC-GX
                   MOVE IJ-PROGRAM TO WS-OC-PROGRAM
                   MOVE IJ-AFTER-STATUS TO WS-OC-STATUS
                   MOVE IJ-TIMESTAMP TO WS-OC-TIMESTAMP
                   MOVE IJ-NUMBER TO WS-OC-FIRST
                   MOVE IJ-NUMBER TO WS-OC-LAST
                   MOVE 1 TO WS-OC-COUNT
               END-IF
           END-IF.

      * WS-C-OPERATOR generated range WS-GX before WS-TS-2, and
      * WS-NUM is one of the numbers it generated.
       CHECK-GENERATION-HOLDS.
           IF WS-GN-OPERATOR(WS-GX) EQUAL TO WS-C-OPERATOR
                   AND WS-GN-TIMESTAMP(WS-GX) LESS THAN WS-TS-2
               PERFORM CHECK-MEMBER
               IF WS-IS-MEMBER EQUAL TO "Y"
                   MOVE WS-GX TO WS-FOUND-GX
               END-IF
           END-IF.

       CHECK-MEMBER.
           MOVE "N" TO WS-IS-MEMBER.
           IF WS-NUM NOT LESS THAN WS-GN-LOW(WS-GX)
                   AND WS-NUM NOT GREATER THAN WS-GN-HIGH(WS-GX)
               COMPUTE WS-REMAINDER =
                   FUNCTION MOD(WS-NUM - WS-GN-START(WS-GX),
                       WS-GN-STEP(WS-GX))
               IF WS-REMAINDER EQUAL TO 0
                   MOVE "Y" TO WS-IS-MEMBER
               END-IF
           END-IF.

       FLUSH-NUMBER-CONFLICT.
           IF WS-OC-OPEN EQUAL TO "Y"
               MOVE "N" TO WS-OC-OPEN
               MOVE WS-OC-GX TO WS-GX
               MOVE WS-GN-OPERATOR(WS-GX) TO WS-C-OPERATOR
               PERFORM DESCRIBE-GENERATION
               EVALUATE WS-OC-STATUS
                   WHEN "V"
                       MOVE "VOIDED" TO WS-STATUS-WORD
                   WHEN "S"
                       MOVE "SPOILED" TO WS-STATUS-WORD
                   WHEN OTHER
                       MOVE "MARKED USED" TO WS-STATUS-WORD
               END-EVALUATE
               MOVE WS-OC-FIRST TO WS-FIRST-ED
               MOVE WS-OC-LAST TO WS-LAST-ED
               MOVE WS-OC-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-ACT-2
               STRING WS-STATUS-WORD DELIMITED BY "  "
                   " " WS-FIRST-ED "-" WS-LAST-ED
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   ") VIA " WS-OC-PROGRAM DELIMITED BY SIZE
                   INTO WS-ACT-2
               MOVE WS-OC-TIMESTAMP TO WS-TS-2
               PERFORM PRINT-CONFLICT
           END-IF.

       DESCRIBE-GENERATION.
           MOVE WS-GN-LOW(WS-GX) TO WS-FIRST-ED.
           MOVE WS-GN-HIGH(WS-GX) TO WS-LAST-ED.
           MOVE SPACES TO WS-ACT-1.
           STRING "GENERATED " WS-FIRST-ED "-" WS-LAST-ED " FOR "
               WS-GN-REQUESTOR(WS-GX)
               DELIMITED BY SIZE INTO WS-ACT-1.
           MOVE WS-GN-TIMESTAMP(WS-GX) TO WS-TS-1.

      * A void or spoil range raised through NUMAPPLY by an operator
      * who generated numbers in it, whether or not it was approved.
       READ-VOID-REQUEST.
           READ APL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF APL-ACTION EQUAL TO "REQUEST"
                           AND APL-TYPE EQUAL TO "V"
                           AND APL-OPERATOR NOT EQUAL TO SPACES
                       MOVE APL-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       PERFORM CHECK-IN-RANGE
                       IF WS-IN-RANGE EQUAL TO "Y"
                           PERFORM FIND-QUEUE-ENTRY
                           IF WS-FOUND-QX GREATER THAN 0
                               PERFORM CHECK-VOID-REQUEST
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-QUEUE-ENTRY.
           MOVE 0 TO WS-FOUND-QX.
           PERFORM CHECK-QUEUE-ENTRY
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX GREATER THAN WS-APQ-USED
                   OR WS-FOUND-QX GREATER THAN 0.

       CHECK-QUEUE-ENTRY.
           IF WS-AQ-ID(WS-QX) EQUAL TO APL-ID
               MOVE WS-QX TO WS-FOUND-QX
           END-IF.

       CHECK-VOID-REQUEST.
           MOVE APL-OPERATOR TO WS-C-OPERATOR.
           MOVE APL-TIMESTAMP TO WS-TS-2.
           PERFORM CHECK-REQUEST-OVERLAP
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX GREATER THAN WS-GEN-USED.

       CHECK-REQUEST-OVERLAP.
           IF WS-GN-OPERATOR(WS-GX) EQUAL TO WS-C-OPERATOR
                   AND WS-GN-TIMESTAMP(WS-GX) LESS THAN WS-TS-2
               MOVE WS-AQ-FROM(WS-FOUND-QX) TO WS-LOW
               MOVE WS-AQ-TO(WS-FOUND-QX) TO WS-HIGH
               IF WS-GN-LOW(WS-GX) GREATER THAN WS-LOW
                   MOVE WS-GN-LOW(WS-GX) TO WS-LOW
               END-IF
               IF WS-GN-HIGH(WS-GX) LESS THAN WS-HIGH
                   MOVE WS-GN-HIGH(WS-GX) TO WS-HIGH
               END-IF
               MOVE "N" TO WS-IS-MEMBER
               PERFORM CHECK-MEMBER
                   VARYING WS-NUM FROM WS-LOW BY 1
                   UNTIL WS-NUM GREATER THAN WS-HIGH
                       OR WS-IS-MEMBER EQUAL TO "Y"
               IF WS-IS-MEMBER EQUAL TO "Y"
                   PERFORM PRINT-VOID-REQUEST
               END-IF
           END-IF.

       PRINT-VOID-REQUEST.
           PERFORM DESCRIBE-GENERATION.
           IF WS-AQ-NEW-STATUS(WS-FOUND-QX) EQUAL TO "S"
               MOVE "SPOIL" TO WS-STATUS-WORD
           ELSE
               MOVE "VOID" TO WS-STATUS-WORD
           END-IF.
           MOVE WS-AQ-FROM(WS-FOUND-QX) TO WS-FIRST-ED.
           MOVE WS-AQ-TO(WS-FOUND-QX) TO WS-LAST-ED.
           MOVE SPACES TO WS-ACT-2.
           STRING "REQUESTED " DELIMITED BY SIZE
               WS-STATUS-WORD DELIMITED BY " "
               " " WS-FIRST-ED "-" WS-LAST-ED
               " NUMAPPLY REQ " APL-ID
               DELIMITED BY SIZE INTO WS-ACT-2.
           PERFORM PRINT-CONFLICT.

      * Submitting a batch, then requesting or approving its
      * reversal.
       REPORT-BATCH-CONFLICTS.
           MOVE "Batches submitted, then reversed by the same operator"
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           MOVE "N" TO WS-CAT-OPEN.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-CAT-OPEN
           END-IF.
           OPEN INPUT APL-FILE.
           IF WS-APL-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-REVERSAL
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE APL-FILE
           END-IF.
           IF WS-CAT-OPEN EQUAL TO "Y"
               CLOSE CAT-FILE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-BATCH-CONFLICTS.
           PERFORM END-SECTION.

       READ-REVERSAL.
           READ APL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF (APL-ACTION EQUAL TO "REQUEST"
                           OR APL-ACTION EQUAL TO "APPROVE")
                           AND APL-TYPE EQUAL TO "R"
                           AND APL-OPERATOR NOT EQUAL TO SPACES
                       MOVE APL-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       PERFORM CHECK-IN-RANGE
                       IF WS-IN-RANGE EQUAL TO "Y"
                           PERFORM FIND-QUEUE-ENTRY
                           IF WS-FOUND-QX GREATER THAN 0
                               PERFORM CHECK-REVERSAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * The batch's registration is its last BATCHREG row on or
      * before the reversal; its submitter is the operator INPCAT
      * recorded for the batch on that run date.
       CHECK-REVERSAL.
           MOVE 0 TO WS-FOUND-BX.
           PERFORM CHECK-REGISTRATION
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX GREATER THAN WS-REG-USED.
           IF WS-FOUND-BX GREATER THAN 0
               PERFORM FIND-SUBMITTER
               IF WS-SUB-FOUND EQUAL TO "Y"
                   IF WS-SUB-OPERATOR EQUAL TO APL-OPERATOR
                       PERFORM PRINT-REVERSAL
                   END-IF
               ELSE
                   PERFORM PRINT-UNATTRIBUTED
               END-IF
           END-IF.

       CHECK-REGISTRATION.
           IF WS-RG-BATCH-ID(WS-BX) EQUAL TO
                   WS-AQ-BATCH-ID(WS-FOUND-QX)
                   AND WS-RG-RUN-DATE(WS-BX) NOT GREATER THAN
                       WS-ENTRY-DATE
               MOVE WS-BX TO WS-FOUND-BX
           END-IF.

      * INPCAT holds one row per batch ID and business date; the
      * batch's rows are read in key order and the one archived by
      * the registering run (same run date) names the submitter. A
      * row with no operator attributes nothing.
       FIND-SUBMITTER.
           MOVE "N" TO WS-SUB-FOUND.
           IF WS-CAT-OPEN EQUAL TO "Y"
               MOVE WS-AQ-BATCH-ID(WS-FOUND-QX) TO IC-BATCH-ID
               MOVE 0 TO IC-BUS-DATE
               MOVE "N" TO WS-CAT-EOF
               START CAT-FILE KEY IS NOT LESS THAN IC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CAT-EOF
               END-START
               PERFORM READ-SUBMITTER
                   UNTIL WS-CAT-EOF EQUAL TO "Y"
           END-IF.

       READ-SUBMITTER.
           READ CAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
               NOT AT END
                   IF IC-BATCH-ID NOT EQUAL TO
                           WS-AQ-BATCH-ID(WS-FOUND-QX)
                       MOVE "Y" TO WS-CAT-EOF
                   ELSE
                       IF IC-RUN-DATE EQUAL TO
                               WS-RG-RUN-DATE(WS-FOUND-BX)
                               AND IC-OPERATOR NOT EQUAL TO SPACES
                           MOVE "Y" TO WS-SUB-FOUND
                           MOVE IC-PROGRAM TO WS-SUB-PROGRAM
                           MOVE IC-OPERATOR TO WS-SUB-OPERATOR
                           MOVE IC-FILED-TS TO WS-SUB-TS
                       END-IF
                   END-IF
           END-READ.

       PRINT-REVERSAL.
           MOVE APL-OPERATOR TO WS-C-OPERATOR.
           MOVE SPACES TO WS-ACT-1.
           STRING "SUBMITTED BATCH " WS-AQ-BATCH-ID(WS-FOUND-QX)
               " VIA " FUNCTION TRIM(WS-SUB-PROGRAM)
               DELIMITED BY SIZE INTO WS-ACT-1.
           MOVE WS-SUB-TS TO WS-TS-1.
           MOVE SPACES TO WS-ACT-2.
           IF APL-ACTION EQUAL TO "REQUEST"
               STRING "REQUESTED REVERSAL VIA BATCHREV (REQ " APL-ID
                   ")" DELIMITED BY SIZE INTO WS-ACT-2
           ELSE
               STRING "APPROVED REVERSAL VIA APPROVAL (REQ " APL-ID
                   ")" DELIMITED BY SIZE INTO WS-ACT-2
           END-IF.
           MOVE APL-TIMESTAMP TO WS-TS-2.
           PERFORM PRINT-CONFLICT.

      * A reversal whose batch cannot be tied to a submitter is
      * listed, not counted as a conflict, so the reviewer can run
      * the attribution down by hand.
       PRINT-UNATTRIBUTED.
           ADD 1 TO WS-UNATTRIBUTED.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE APL-OPERATOR TO WS-PRINT-LINE(3:8).
           STRING "REVERSED BATCH " WS-AQ-BATCH-ID(WS-FOUND-QX)
               " (REQ " APL-ID ")"
               DELIMITED BY SIZE INTO WS-PRINT-LINE(12:47).
           MOVE APL-TIMESTAMP(1:8) TO WS-PRINT-LINE(60:8).
           MOVE APL-TIMESTAMP(9:6) TO WS-PRINT-LINE(69:6).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "           submitter UNKNOWN - no INPCAT row for "
               "its run of " WS-RG-RUN-DATE(WS-FOUND-BX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * Running averaging and force-clearing its AVGLOCK interlock.
       REPORT-LOCK-CONFLICTS.
           MOVE "Averaging run and its AVGLOCK cleared by the same "
               TO WS-SECTION-TITLE.
           MOVE "operator" TO WS-SECTION-TITLE(51:8).
           PERFORM START-SECTION.
           PERFORM CHECK-CLEAR
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CLR-USED.
           MOVE WS-SECTION-COUNT TO WS-LOCK-CONFLICTS.
           PERFORM END-SECTION.

       CHECK-CLEAR.
           MOVE WS-CL-TIMESTAMP(WS-CX)(1:8) TO WS-ENTRY-DATE.
           PERFORM CHECK-IN-RANGE.
           IF WS-IN-RANGE EQUAL TO "Y"
               MOVE WS-CL-OPERATOR(WS-CX) TO WS-C-OPERATOR
               MOVE 0 TO WS-FOUND-RX
               PERFORM CHECK-RUN-BEFORE-CLEAR
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX GREATER THAN WS-RUN-USED
               IF WS-FOUND-RX EQUAL TO 0
                   PERFORM CHECK-RUN-AFTER-CLEAR
                       VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX GREATER THAN WS-RUN-USED
                           OR WS-FOUND-RX GREATER THAN 0
               END-IF
               IF WS-FOUND-RX GREATER THAN 0
                   PERFORM PRINT-LOCK-CONFLICT
               END-IF
           END-IF.

       CHECK-RUN-BEFORE-CLEAR.
           IF WS-RN-OPERATOR(WS-RX) EQUAL TO WS-C-OPERATOR
                   AND WS-RN-START-TS(WS-RX) NOT GREATER THAN
                       WS-CL-TIMESTAMP(WS-CX)
               MOVE WS-RX TO WS-FOUND-RX
           END-IF.

       CHECK-RUN-AFTER-CLEAR.
           IF WS-RN-OPERATOR(WS-RX) EQUAL TO WS-C-OPERATOR
               MOVE WS-RX TO WS-FOUND-RX
           END-IF.

       PRINT-LOCK-CONFLICT.
           MOVE SPACES TO WS-ACT-1.
           STRING "RAN " FUNCTION TRIM(WS-RN-PROGRAM(WS-FOUND-RX))
               " (" WS-RN-STATUS(WS-FOUND-RX) ")"
               DELIMITED BY SIZE INTO WS-ACT-1.
           MOVE WS-RN-START-TS(WS-FOUND-RX) TO WS-TS-1.
           MOVE SPACES TO WS-ACT-2.
           STRING "LOCKCLR FORCED AVGLOCK CLEAR (HELD BY "
               FUNCTION TRIM(WS-CL-HOLDER(WS-CX)) ")"
               DELIMITED BY SIZE INTO WS-ACT-2.
           MOVE WS-CL-TIMESTAMP(WS-CX) TO WS-TS-2.
           PERFORM PRINT-CONFLICT.

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           STRING "Conflicts: " WS-CONFLICTS
               "  Number ranges: " WS-NUMBER-CONFLICTS
               "  Batches: " WS-BATCH-CONFLICTS
               "  AVGLOCK: " WS-LOCK-CONFLICTS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Second actions with no sign-on that day: "
               WS-NO-SIGNON
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Reversals with submitter UNKNOWN:        "
               WS-UNATTRIBUTED
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
           MOVE "SODRPT" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE SPACES TO JRNL-INPUT.
           STRING "AUDIT TRAILS " WS-FROM-DATE "-" WS-TO-DATE
               DELIMITED BY SIZE INTO JRNL-INPUT.
           MOVE WS-READ-COUNT TO JRNL-READ-COUNT.
           MOVE WS-CONFLICTS TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
