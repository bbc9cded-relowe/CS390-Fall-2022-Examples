      * Staging pickup ahead of the consolidated averaging run: builds
      * AVGBATCH's BATCHLST control file from the NUMSTAGE.<dept>
      * files NUMINTAK has staged, so nobody types BATCHLST by hand -
      * the way a staged department got missed, or yesterday's file
      * got averaged again. Run at cutoff, before AVGBATCH.
      * The business date is resolved against the CALDATES business
      * calendar the same way AVGBATCH resolves it (a non-processing
      * day books to the most recent prior processing day; with no
      * CALDATES, or an unlisted date, it is the system date).
      * Every department on the DEPTMAST department master
      * (copybook/deptmast.cpy) is looked for:
      *   - an active department's NUMSTAGE.<dept> whose first
      *     header's business date is on or before the business
      *     date is picked up - one BATCHLST record (the header's
      *     batch ID as the batch name, so the GL extract and
      *     BATCHREG carry the same name, and the staged dataset) and
      *     one PICKLIST entry (copybook/picklist.cpy); one dated
      *     before the business date is picked up and marked LATE;
      *   - a staged file dated after the business date is left for
      *     its own day and listed NOT YET DUE;
      *   - a staged file that does not start with a header, or one
      *     staged by an inactive department, is left where it is
      *     and listed for follow-up.
      * A picked file stays staged until STAGECON consumes it after a
      * good AVGBATCH run; a file still listed on an unconsumed
      * PICKLIST is picked up again, since its run never finished.
      * The PICKRPT report lists what was picked up and then the
      * missing-submission call list: every active department that
      * staged nothing for the business date, and every department
      * with a NUMQUAR.<dept> quarantined file not yet resubmitted
      * (NUMINTAK removes the quarantined copy when the department's
      * resubmission is accepted). PICKRPT is filed in the report
      * repository through RPTFILE under the business date.
      * BATCHLST is what AVGBATCH reads, so the pickup takes the
      * AVGLOCK run-in-progress token like the averaging programs and
      * is refused with condition code 8 while it is held. Every run
      * appends a record to the shared RUNJRNL run journal: FAIL with
      * condition code 8 when there is no DEPTMAST to work from, it
      * is too big to hold, or nothing was picked up; WARN with 4
      * when a department is missing, quarantined, or needs
      * follow-up.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STAGEPIK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT STAGE-FILE ASSIGN DYNAMIC WS-STAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT LIST-FILE ASSIGN TO "BATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT PICK-FILE ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PICKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT LOCK-FILE ASSIGN TO "AVGLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

       FD  STAGE-FILE
           LABEL RECORDS ARE OMITTED.
          01 STAGE-RECORD PIC X(80).

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
          01 LIST-RECORD.
             05 LIST-BATCH-NAME PIC X(20).
             05 LIST-FILENAME   PIC X(40).

       FD  PICK-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "picklist.cpy".

       FD  CAL-FILE
           LABEL RECORDS ARE OMITTED.
          01 CAL-RECORD.
             05 CAL-DATE      PIC 9(8).
             05 CAL-FLAG      PIC X.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED.
          01 PRINT-RECORD PIC X(80).

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).

       FD  LOCK-FILE
           LABEL RECORDS ARE OMITTED.
          01 LOCK-RECORD.
             05 LOCK-PROGRAM  PIC X(8).
             05 LOCK-TS       PIC X(14).
             05 LOCK-OPERATOR PIC X(8).

       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
           COPY "numfile.cpy".

          01 WS-DEPT-STATUS  PIC XX.
          01 WS-STAGE-STATUS PIC XX.
          01 WS-LIST-STATUS  PIC XX.
          01 WS-PICK-STATUS  PIC XX.
          01 WS-CAL-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-STAGE-FILENAME PIC X(40).
          01 WS-SYS-DATE     PIC 9(8).
          01 WS-BUS-DATE     PIC 9(8).
          01 WS-PRIOR-BUS    PIC 9(8).
          01 WS-CAL-MAX      PIC 9(3) VALUE 400.
          01 WS-CAL-USED     PIC 9(3) VALUE 0.
          01 WS-KX           PIC 9(3).
          01 WS-CAL-TABLE.
             05 WS-CAL-ENTRY OCCURS 400 TIMES.
                10 WS-CAL-DATE PIC 9(8).
                10 WS-CAL-FLAG PIC X.
          01 WS-DEPT-MAX     PIC 9(3) VALUE 200.
          01 WS-DEPT-USED    PIC 9(3) VALUE 0.
          01 WS-DEPT-OVERFLOW PIC X VALUE "N".
          01 WS-DX           PIC 9(3).
          01 WS-DEPT-TABLE.
             05 WS-DT-ENTRY OCCURS 200 TIMES.
                10 WS-DT-CODE     PIC X(4).
                10 WS-DT-NAME     PIC X(20).
                10 WS-DT-ACTIVE   PIC X.
      *         P picked up, F dated after the business date, U no
      *         header to date it by, I staged by an inactive
      *         department, N nothing staged.
                10 WS-DT-STAGED   PIC X.
                10 WS-DT-BATCH-ID PIC X(8).
                10 WS-DT-STG-DATE PIC 9(8).
                10 WS-DT-QUAR     PIC X.
          01 WS-PICKED       PIC 9(5) VALUE 0.
          01 WS-LATE         PIC 9(5) VALUE 0.
          01 WS-NOT-DUE      PIC 9(5) VALUE 0.
          01 WS-FOLLOW-UP    PIC 9(5) VALUE 0.
          01 WS-MISSING      PIC 9(5) VALUE 0.
          01 WS-QUARANTINED  PIC 9(5) VALUE 0.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "STAGEPIK".
          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "AVGLOCK".
          01 WS-SAVED-RC     PIC S9(4).

       PROCEDURE DIVISION.
       Stagepik.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           PERFORM TAKE-RUN-LOCK.
           IF WS-LOCK-TAKEN NOT EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-DEPT-MASTER.
           IF WS-DEPT-USED EQUAL TO 0
                   OR WS-DEPT-OVERFLOW EQUAL TO "Y"
               IF WS-DEPT-OVERFLOW EQUAL TO "Y"
                   DISPLAY "STAGEPIK: DEPTMAST holds more than "
                       WS-DEPT-MAX " departments - nothing picked up."
               ELSE
                   DISPLAY "STAGEPIK: no DEPTMAST department master "
                       "(status " WS-DEPT-STATUS ") - nothing picked "
                       "up."
               END-IF
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Staging Pickup and Missing-Submission Report"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Business Date: " WS-BUS-DATE
               "  Picked up: " WS-START-STAMP
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Picked up for BATCHLST" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Dept Name                 Batch ID Bus Date"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           OPEN OUTPUT LIST-FILE.
           OPEN OUTPUT PICK-FILE.
           PERFORM PROBE-DEPARTMENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           CLOSE LIST-FILE.
           CLOSE PICK-FILE.
           IF WS-PICKED EQUAL TO 0
               MOVE "  Nothing staged for the business date."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-LEFT-STAGED.
           PERFORM PRINT-MISSING.
           PERFORM PRINT-QUARANTINED.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           MOVE "PICKRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-BUS-DATE
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-PICKED EQUAL TO 0
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING GREATER THAN 0
                       OR WS-QUARANTINED GREATER THAN 0
                       OR WS-FOLLOW-UP GREATER THAN 0
                   MOVE "WARN" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "GOOD" TO WS-RUN-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
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

       GET-BUSINESS-DATE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-SYS-DATE TO WS-BUS-DATE.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-CAL-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE CAL-FILE
               PERFORM RESOLVE-BUSINESS-DATE
           END-IF.

       LOAD-CAL-RECORD.
           READ CAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-CAL-USED LESS THAN WS-CAL-MAX
                       ADD 1 TO WS-CAL-USED
                       MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-USED)
                       MOVE CAL-FLAG TO WS-CAL-FLAG(WS-CAL-USED)
                   ELSE
                       DISPLAY "STAGEPIK: CALDATES has more than "
                           WS-CAL-MAX " records - extras ignored."
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       RESOLVE-BUSINESS-DATE.
           PERFORM FIND-CAL-DATE
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX GREATER THAN WS-CAL-USED
                  OR WS-CAL-DATE(WS-KX) EQUAL TO WS-SYS-DATE.
           IF WS-KX NOT GREATER THAN WS-CAL-USED
               IF WS-CAL-FLAG(WS-KX) NOT EQUAL TO "P"
                   PERFORM FIND-PRIOR-BUSINESS-DAY
               END-IF
           END-IF.

       FIND-CAL-DATE.
           CONTINUE.

       FIND-PRIOR-BUSINESS-DAY.
           MOVE 0 TO WS-PRIOR-BUS.
           PERFORM SCAN-PRIOR-DAY
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX GREATER THAN WS-CAL-USED.
           IF WS-PRIOR-BUS GREATER THAN 0
               MOVE WS-PRIOR-BUS TO WS-BUS-DATE
           END-IF.

       SCAN-PRIOR-DAY.
           IF WS-CAL-FLAG(WS-KX) EQUAL TO "P"
                   AND WS-CAL-DATE(WS-KX) LESS THAN WS-SYS-DATE
                   AND WS-CAL-DATE(WS-KX) GREATER THAN WS-PRIOR-BUS
               MOVE WS-CAL-DATE(WS-KX) TO WS-PRIOR-BUS
           END-IF.

       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-DEPT-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE DEPT-FILE
           END-IF.

       LOAD-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-DEPT-USED LESS THAN WS-DEPT-MAX
                       ADD 1 TO WS-DEPT-USED
                       MOVE DEPT-CODE TO WS-DT-CODE(WS-DEPT-USED)
                       MOVE DEPT-NAME TO WS-DT-NAME(WS-DEPT-USED)
                       MOVE DEPT-ACTIVE TO WS-DT-ACTIVE(WS-DEPT-USED)
                       MOVE "N" TO WS-DT-STAGED(WS-DEPT-USED)
                       MOVE SPACES TO WS-DT-BATCH-ID(WS-DEPT-USED)
                       MOVE 0 TO WS-DT-STG-DATE(WS-DEPT-USED)
                       MOVE "N" TO WS-DT-QUAR(WS-DEPT-USED)
                   ELSE
                       MOVE "Y" TO WS-DEPT-OVERFLOW
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

      * Looks for the department's staged file and its quarantined
      * file. Only the first record of a staged file is read - its
      * header dates the submission; AVGBATCH reads the rest.
       PROBE-DEPARTMENT.
           MOVE SPACES TO WS-STAGE-FILENAME.
           STRING "NUMQUAR." WS-DT-CODE(WS-DX)
               DELIMITED BY SIZE INTO WS-STAGE-FILENAME.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-DT-QUAR(WS-DX)
               CLOSE STAGE-FILE
           END-IF.
           MOVE SPACES TO WS-STAGE-FILENAME.
           STRING "NUMSTAGE." WS-DT-CODE(WS-DX)
               DELIMITED BY SIZE INTO WS-STAGE-FILENAME.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS EQUAL TO "00"
               MOVE SPACES TO NUM-RECORD-RAW
               READ STAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STAGE-RECORD(1:21) TO NUM-RECORD-RAW
               END-READ
               CLOSE STAGE-FILE
               PERFORM CLASSIFY-STAGED-FILE
           END-IF.

       CLASSIFY-STAGED-FILE.
           EVALUATE TRUE
               WHEN NOT NUM-REC-HEADER
                       OR NUM-HDR-BUS-DATE IS NOT NUMERIC
                   MOVE "U" TO WS-DT-STAGED(WS-DX)
                   ADD 1 TO WS-FOLLOW-UP
               WHEN WS-DT-ACTIVE(WS-DX) NOT EQUAL TO "A"
                   MOVE "I" TO WS-DT-STAGED(WS-DX)
                   MOVE NUM-HDR-BATCH-ID TO WS-DT-BATCH-ID(WS-DX)
                   MOVE NUM-HDR-BUS-DATE TO WS-DT-STG-DATE(WS-DX)
                   ADD 1 TO WS-FOLLOW-UP
               WHEN NUM-HDR-BUS-DATE GREATER THAN WS-BUS-DATE
                   MOVE "F" TO WS-DT-STAGED(WS-DX)
                   MOVE NUM-HDR-BATCH-ID TO WS-DT-BATCH-ID(WS-DX)
                   MOVE NUM-HDR-BUS-DATE TO WS-DT-STG-DATE(WS-DX)
                   ADD 1 TO WS-NOT-DUE
               WHEN OTHER
                   MOVE "P" TO WS-DT-STAGED(WS-DX)
                   MOVE NUM-HDR-BATCH-ID TO WS-DT-BATCH-ID(WS-DX)
                   MOVE NUM-HDR-BUS-DATE TO WS-DT-STG-DATE(WS-DX)
                   PERFORM PICK-UP-FILE
           END-EVALUATE.

       PICK-UP-FILE.
           ADD 1 TO WS-PICKED.
           MOVE SPACES TO LIST-RECORD.
           MOVE WS-DT-BATCH-ID(WS-DX) TO LIST-BATCH-NAME.
           MOVE WS-STAGE-FILENAME TO LIST-FILENAME.
           WRITE LIST-RECORD.
           MOVE SPACES TO PK-RECORD.
           MOVE WS-DT-CODE(WS-DX) TO PK-DEPT.
           MOVE WS-STAGE-FILENAME TO PK-FILENAME.
           MOVE WS-DT-BATCH-ID(WS-DX) TO PK-BATCH-ID.
           MOVE WS-DT-STG-DATE(WS-DX) TO PK-BUS-DATE.
           MOVE WS-START-STAMP TO PK-PICK-TS.
           MOVE "P" TO PK-STATUS.
           WRITE PK-RECORD.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-DT-STG-DATE(WS-DX) LESS THAN WS-BUS-DATE
               ADD 1 TO WS-LATE
               STRING WS-DT-CODE(WS-DX) " " WS-DT-NAME(WS-DX) " "
                   WS-DT-BATCH-ID(WS-DX) " " WS-DT-STG-DATE(WS-DX)
                   " LATE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING WS-DT-CODE(WS-DX) " " WS-DT-NAME(WS-DX) " "
                   WS-DT-BATCH-ID(WS-DX) " " WS-DT-STG-DATE(WS-DX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-LEFT-STAGED.
           IF WS-NOT-DUE GREATER THAN 0
                   OR WS-FOLLOW-UP GREATER THAN 0
               MOVE SPACES TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "Left staged" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               PERFORM PRINT-LEFT-STAGED-LINE
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX GREATER THAN WS-DEPT-USED
           END-IF.

       PRINT-LEFT-STAGED-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE WS-DT-STAGED(WS-DX)
               WHEN "F"
                   STRING WS-DT-CODE(WS-DX) " " WS-DT-NAME(WS-DX) " "
                       WS-DT-BATCH-ID(WS-DX) " " WS-DT-STG-DATE(WS-DX)
                       " NOT YET DUE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "I"
                   STRING WS-DT-CODE(WS-DX) " " WS-DT-NAME(WS-DX) " "
                       WS-DT-BATCH-ID(WS-DX) " " WS-DT-STG-DATE(WS-DX)
                       " DEPARTMENT INACTIVE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "U"
                   STRING WS-DT-CODE(WS-DX) " " WS-DT-NAME(WS-DX)
                       " NO HEADER - cannot be dated"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-PRINT-LINE NOT EQUAL TO SPACES
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-MISSING.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Missing submissions for " WS-BUS-DATE
               " - active departments that staged nothing"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM PRINT-MISSING-LINE
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           IF WS-MISSING EQUAL TO 0
               MOVE "  None." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * A department counts as missing unless a file dated the
      * business date was picked up - a late file for an earlier day
      * does not stand in for today's.
       PRINT-MISSING-LINE.
           IF WS-DT-ACTIVE(WS-DX) EQUAL TO "A"
               IF WS-DT-STAGED(WS-DX) NOT EQUAL TO "P"
                       OR WS-DT-STG-DATE(WS-DX) NOT EQUAL TO
                           WS-BUS-DATE
                   ADD 1 TO WS-MISSING
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  " WS-DT-CODE(WS-DX) " "
                       WS-DT-NAME(WS-DX)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               END-IF
           END-IF.

       PRINT-QUARANTINED.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Quarantined files not yet resubmitted (NUMQUAR)"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM PRINT-QUARANTINED-LINE
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           IF WS-QUARANTINED EQUAL TO 0
               MOVE "  None." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-QUARANTINED-LINE.
           IF WS-DT-QUAR(WS-DX) EQUAL TO "Y"
               ADD 1 TO WS-QUARANTINED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " WS-DT-CODE(WS-DX) " " WS-DT-NAME(WS-DX)
                   " NUMQUAR." WS-DT-CODE(WS-DX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Picked up: " WS-PICKED "  Late: " WS-LATE
               "  Not yet due: " WS-NOT-DUE
               "  Follow-up: " WS-FOLLOW-UP
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Missing: " WS-MISSING
               "  Quarantined: " WS-QUARANTINED
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
           MOVE "STAGEPIK" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "DEPTMAST" TO JRNL-INPUT.
           MOVE WS-PICKED TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-MISSING + WS-QUARANTINED.
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
               DISPLAY "STAGEPIK: AVGLOCK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "STAGEPIK: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "STAGEPIK" TO LOCK-PROGRAM
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
