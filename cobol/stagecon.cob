      * Consumes the staged files STAGEPIK picked up, once AVGBATCH
      * has averaged them, so the same NUMSTAGE.<dept> cannot be
      * picked up and averaged a second time. Run after AVGBATCH.
      * The PICKLIST pickup list (copybook/picklist.cpy) names the
      * files picked up and when. The RUNJRNL run journal is read
      * for the latest AVGBATCH run that started after the pickup:
      *   - journaled GOOD or WARN - the run completed, so every
      *     picked-up file still marked picked is renamed to
      *     NUMUSED.<dept>.<pickup timestamp> (kept, not deleted, so
      *     the department's submission can still be looked at) and
      *     marked consumed on PICKLIST;
      *   - journaled FAIL, or no AVGBATCH run since the pickup -
      *     nothing is consumed; the files stay staged and the next
      *     pickup takes them again.
      * A rerun after the files are consumed finds nothing left to
      * do. The CONSRPT report lists each file and what became of
      * it and is filed in the report repository through RPTFILE
      * under AVGBATCH's BUSDATE business date (the system date when
      * there is none).
      * The staged files belong to the averaging window, so the run
      * takes the AVGLOCK run-in-progress token like the averaging
      * programs and is refused with condition code 8 while it is
      * held. Every run appends a record to the shared RUNJRNL run
      * journal: FAIL with condition code 8 when a file could not be
      * renamed or PICKLIST is too big to rewrite, WARN with 4 when
      * nothing was consumed because AVGBATCH has not completed.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STAGECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICK-FILE ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.

           SELECT JRNL-IN ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.

           SELECT BUS-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CONSRPT"
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
       FD  PICK-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "picklist.cpy".

       FD  JRNL-IN
           LABEL RECORDS ARE OMITTED.
          01 JIN-RECORD.
             05 JIN-PROGRAM     PIC X(8).
             05 JIN-START-TS    PIC X(14).
             05 JIN-END-TS      PIC X(14).
             05 JIN-INPUT       PIC X(40).
             05 JIN-READ-COUNT  PIC 9(7).
             05 JIN-REJECTED    PIC 9(7).
             05 JIN-STATUS      PIC X(4).
             05 JIN-OPERATOR    PIC X(8).

       FD  BUS-FILE
           LABEL RECORDS ARE OMITTED.
          01 BUS-RECORD PIC 9(8).

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
          01 WS-PICK-STATUS  PIC XX.
          01 WS-JRNLIN-STATUS PIC XX.
          01 WS-BUS-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-BUS-DATE     PIC 9(8).
          01 WS-PICK-TS      PIC X(14) VALUE SPACES.
          01 WS-RUN-FOUND    PIC X VALUE "N".
          01 WS-RUN-START    PIC X(14) VALUE SPACES.
          01 WS-RUN-RESULT   PIC X(4) VALUE SPACES.
          01 WS-OLD-NAME     PIC X(40).
          01 WS-NEW-NAME     PIC X(40).
          01 WS-RENAME-RC    PIC S9(9).
          01 WS-PK-MAX       PIC 9(3) VALUE 200.
          01 WS-PK-USED      PIC 9(3) VALUE 0.
          01 WS-PK-OVERFLOW  PIC X VALUE "N".
          01 WS-PX           PIC 9(3).
          01 WS-PK-TABLE.
             05 WS-PK-ENTRY OCCURS 200 TIMES.
                10 WS-PK-RAW      PIC X(115).
          01 WS-PENDING      PIC 9(5) VALUE 0.
          01 WS-CONSUMED     PIC 9(5) VALUE 0.
          01 WS-ALREADY      PIC 9(5) VALUE 0.
          01 WS-RENAME-FAILED PIC 9(5) VALUE 0.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "STAGECON".
          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "AVGLOCK".
          01 WS-SAVED-RC     PIC S9(4).

       PROCEDURE DIVISION.
       Stagecon.
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
           PERFORM LOAD-PICKLIST.
           IF WS-PK-OVERFLOW EQUAL TO "Y"
               DISPLAY "STAGECON: PICKLIST holds more than "
                   WS-PK-MAX " entries - rewriting it would drop "
                   "records. Nothing consumed."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           IF WS-PENDING GREATER THAN 0
               PERFORM FIND-AVERAGING-RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Staged File Consumption Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Business Date: " WS-BUS-DATE
               "  Picked up: " WS-PICK-TS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-PENDING EQUAL TO 0
                   MOVE "No picked-up files waiting to be consumed."
                       TO WS-PRINT-LINE
               WHEN WS-RUN-FOUND NOT EQUAL TO "Y"
                   MOVE "No AVGBATCH run since the pickup - nothing "
                       TO WS-PRINT-LINE
                   MOVE "consumed." TO WS-PRINT-LINE(44:9)
               WHEN OTHER
                   STRING "AVGBATCH run started " WS-RUN-START
                       " ended " WS-RUN-RESULT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM CONSUME-ENTRY
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-PK-USED.
           IF WS-CONSUMED GREATER THAN 0
               PERFORM REWRITE-PICKLIST
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Consumed: " WS-CONSUMED
               "  Already consumed: " WS-ALREADY
               "  Rename failed: " WS-RENAME-FAILED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.
           MOVE "CONSRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-BUS-DATE
               WS-RPT-PROGRAM WS-OPERATOR.
           EVALUATE TRUE
               WHEN WS-RENAME-FAILED GREATER THAN 0
                   MOVE "FAIL" TO WS-RUN-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PENDING GREATER THAN 0
                       AND WS-CONSUMED EQUAL TO 0
                   MOVE "WARN" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "GOOD" TO WS-RUN-STATUS
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUS-FILE.
           IF WS-BUS-STATUS EQUAL TO "00"
               READ BUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUS-RECORD IS NUMERIC
                           MOVE BUS-RECORD TO WS-BUS-DATE
                       END-IF
               END-READ
               CLOSE BUS-FILE
           END-IF.

       LOAD-PICKLIST.
           OPEN INPUT PICK-FILE.
           IF WS-PICK-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-PICK-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE PICK-FILE
           END-IF.

       LOAD-PICK-RECORD.
           READ PICK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-PK-USED LESS THAN WS-PK-MAX
                       ADD 1 TO WS-PK-USED
                       MOVE PK-RECORD TO WS-PK-RAW(WS-PK-USED)
                       IF PK-PICKED
                           ADD 1 TO WS-PENDING
                           IF PK-PICK-TS GREATER THAN WS-PICK-TS
                                   OR WS-PICK-TS EQUAL TO SPACES
                               MOVE PK-PICK-TS TO WS-PICK-TS
                           END-IF
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-PK-OVERFLOW
                   END-IF
           END-READ.

      * The last AVGBATCH journal record started at or after the
      * pickup is the run that averaged the picked-up files.
       FIND-AVERAGING-RUN.
           OPEN INPUT JRNL-IN.
           IF WS-JRNLIN-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM SCAN-JOURNAL-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE JRNL-IN
           END-IF.

       SCAN-JOURNAL-RECORD.
           READ JRNL-IN
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF JIN-PROGRAM EQUAL TO "AVGBATCH"
                           AND JIN-START-TS NOT LESS THAN WS-PICK-TS
                       MOVE "Y" TO WS-RUN-FOUND
                       MOVE JIN-START-TS TO WS-RUN-START
                       MOVE JIN-STATUS TO WS-RUN-RESULT
                   END-IF
           END-READ.

       CONSUME-ENTRY.
           MOVE WS-PK-RAW(WS-PX) TO PK-RECORD.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN PK-CONSUMED
                   ADD 1 TO WS-ALREADY
                   STRING PK-DEPT " " PK-BATCH-ID " " PK-BUS-DATE
                       " already consumed as " DELIMITED BY SIZE
                       PK-USED-NAME DELIMITED BY SPACE
                       INTO WS-PRINT-LINE
               WHEN WS-RUN-FOUND NOT EQUAL TO "Y"
                   STRING PK-DEPT " " PK-BATCH-ID " " PK-BUS-DATE
                       " left staged - not yet averaged"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WS-RUN-RESULT EQUAL TO "FAIL"
                   STRING PK-DEPT " " PK-BATCH-ID " " PK-BUS-DATE
                       " left staged - AVGBATCH FAILED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   PERFORM RENAME-STAGED-FILE
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       RENAME-STAGED-FILE.
           MOVE PK-FILENAME TO WS-OLD-NAME.
           MOVE SPACES TO WS-NEW-NAME.
           STRING "NUMUSED." PK-DEPT "." PK-PICK-TS
               DELIMITED BY SIZE INTO WS-NEW-NAME.
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME.
           MOVE RETURN-CODE TO WS-RENAME-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-RENAME-RC EQUAL TO 0
               ADD 1 TO WS-CONSUMED
               MOVE "C" TO PK-STATUS
               MOVE WS-NEW-NAME TO PK-USED-NAME
               MOVE PK-RECORD TO WS-PK-RAW(WS-PX)
               STRING PK-DEPT " " PK-BATCH-ID " " PK-BUS-DATE
                   " consumed as " DELIMITED BY SIZE
                   WS-NEW-NAME DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-RENAME-FAILED
               STRING PK-DEPT " " PK-BATCH-ID " " PK-BUS-DATE
                   " *** RENAME FAILED - "
                   DELIMITED BY SIZE
                   PK-FILENAME DELIMITED BY SPACE
                   " still staged"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.

       REWRITE-PICKLIST.
           OPEN OUTPUT PICK-FILE.
           PERFORM WRITE-PICK-RECORD
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-PK-USED.
           CLOSE PICK-FILE.

       WRITE-PICK-RECORD.
           MOVE WS-PK-RAW(WS-PX) TO PK-RECORD.
           WRITE PK-RECORD.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "STAGECON" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "PICKLIST" TO JRNL-INPUT.
           MOVE WS-CONSUMED TO JRNL-READ-COUNT.
           MOVE WS-RENAME-FAILED TO JRNL-REJECTED.
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
               DISPLAY "STAGECON: AVGLOCK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "STAGECON: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "STAGECON" TO LOCK-PROGRAM
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
