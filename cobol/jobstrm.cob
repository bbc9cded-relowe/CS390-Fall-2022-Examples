      * Job-stream controller for the night's batch work, so the
      * order the steps run in and the "don't run GL if averaging
      * failed" rule live in a definition file instead of in the
      * heads of whoever is on shift driving run-average.sh,
      * run-avgbatch.sh, and the menu. The JOBSTRM definition
      * (copybook/jobstrm.cpy) lists the night's steps in order -
      * for example MASTBKUP, AVGBATCH, STATS, NUMDIST, GLACKPRC,
      * SUSPAGE, OPSRPT, SCHEDRPT - each naming its program, its
      * predecessor steps, and the highest condition code it
      * tolerates from them. MASTBKUP goes first, as every step's
      * predecessor, so nothing updates a master until that night's
      * backup generation has been taken.
      * Each step is run through batch/run-suite.sh (run this from
      * the repository root, the same as SUITEMENU) and its
      * condition code is kept:
      *   - a step ending 0 or 4 RAN; a step ending above 4 FAILED;
      *   - a step is HELD, and not run, when a predecessor FAILED
      *     or was HELD, when a predecessor ended above the
      *     condition code this step tolerates, or when it names a
      *     predecessor not defined ahead of it - so a failed
      *     AVGBATCH (condition code 8) holds everything downstream
      *     of it while unrelated steps still run.
      * The STRMSTAT stream status file (copybook/strmstat.cpy) is
      * rewritten after every step, so an attempt that stops
      * part-way still records how far it got. When STRMSTAT shows
      * an unfinished stream - any step that did not run clean -
      * the next run resumes it: steps that already RAN are SKIPPED
      * with their recorded condition code standing for their
      * successors, and the failed and held steps run again. A
      * stream whose every step RAN is finished, and the next run
      * starts the stream fresh.
      * The STRMRPT stream summary shows each step as RAN, HELD,
      * SKIPPED, or FAILED with its condition code and the reason a
      * step was held, and is filed in the report repository through
      * RPTFILE. Every run appends a record to the shared RUNJRNL
      * run journal: FAIL with condition code 8 when a step FAILED
      * or the definition is missing or too big, WARN with 4 when a
      * step was HELD.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. JOBSTRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JS-FILE ASSIGN TO "JOBSTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.

           SELECT SS-FILE ASSIGN TO "STRMSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-STATUS.

           SELECT PRINT-FILE ASSIGN TO "STRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JS-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "jobstrm.cpy".

       FD  SS-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "strmstat.cpy".

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
          01 WS-JS-STATUS    PIC XX.
          01 WS-SS-STATUS    PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-RESUME       PIC X VALUE "N".
          01 WS-STATUS-ROWS  PIC 9(3) VALUE 0.
          01 WS-COMMAND      PIC X(80).
          01 WS-STEP-RC      PIC S9(9).
          01 WS-TOLERANCE    PIC 9.
          01 WS-HOLD-NOTE    PIC X(30).
          01 WS-PX           PIC 9.
          01 WS-FIND-STEP    PIC X(8).
          01 WS-FOUND-SX     PIC 9(3).
          01 WS-RAN          PIC 9(3) VALUE 0.
          01 WS-HELD         PIC 9(3) VALUE 0.
          01 WS-SKIPPED      PIC 9(3) VALUE 0.
          01 WS-FAILED       PIC 9(3) VALUE 0.
          01 WS-ST-MAX       PIC 9(3) VALUE 50.
          01 WS-ST-USED      PIC 9(3) VALUE 0.
          01 WS-ST-OVERFLOW  PIC X VALUE "N".
          01 WS-SX           PIC 9(3).
          01 WS-STEP-TABLE.
             05 WS-STEP-ENTRY OCCURS 50 TIMES.
                10 WS-ST-NAME      PIC X(8).
                10 WS-ST-PROGRAM   PIC X(12).
                10 WS-ST-MAX-RC    PIC 9.
                10 WS-ST-PRED      PIC X(8) OCCURS 4 TIMES.
                10 WS-ST-PRIOR     PIC X(8).
                10 WS-ST-PRIOR-RC  PIC 9(3).
                10 WS-ST-PRIOR-TS  PIC X(14).
                10 WS-ST-RESULT    PIC X(8).
                10 WS-ST-RC        PIC 9(3).
                10 WS-ST-TS        PIC X(14).
                10 WS-ST-NOTE      PIC X(30).
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-RC-ED        PIC ZZ9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "JOBSTRM".

       PROCEDURE DIVISION.
       Jobstrm.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-DEFINITION.
           IF WS-ST-USED EQUAL TO 0
               DISPLAY "JOBSTRM: no JOBSTRM stream definition (status "
                   WS-JS-STATUS ") - nothing run."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           IF WS-ST-OVERFLOW EQUAL TO "Y"
               DISPLAY "JOBSTRM: JOBSTRM defines more than "
                   WS-ST-MAX " steps - nothing run."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-STREAM-STATUS.
           PERFORM RUN-STEP
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-ST-USED.
           PERFORM PRINT-SUMMARY.
           MOVE "STRMRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-FAILED GREATER THAN 0
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD GREATER THAN 0
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

       LOAD-DEFINITION.
           MOVE 0 TO WS-ST-USED.
           OPEN INPUT JS-FILE.
           IF WS-JS-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-DEFINITION-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE JS-FILE
           END-IF.

       LOAD-DEFINITION-RECORD.
           READ JS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF JS-STEP NOT EQUAL TO SPACES
                       IF WS-ST-USED LESS THAN WS-ST-MAX
                           ADD 1 TO WS-ST-USED
                           PERFORM STORE-STEP
                       ELSE
                           MOVE "Y" TO WS-ST-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       STORE-STEP.
           MOVE SPACES TO WS-STEP-ENTRY(WS-ST-USED).
           MOVE JS-STEP TO WS-ST-NAME(WS-ST-USED).
           MOVE JS-PROGRAM TO WS-ST-PROGRAM(WS-ST-USED).
           IF JS-MAX-RC IS NUMERIC
               MOVE JS-MAX-RC TO WS-ST-MAX-RC(WS-ST-USED)
           ELSE
               MOVE 4 TO WS-ST-MAX-RC(WS-ST-USED)
           END-IF.
           MOVE JS-PRED(1) TO WS-ST-PRED(WS-ST-USED, 1).
           MOVE JS-PRED(2) TO WS-ST-PRED(WS-ST-USED, 2).
           MOVE JS-PRED(3) TO WS-ST-PRED(WS-ST-USED, 3).
           MOVE JS-PRED(4) TO WS-ST-PRED(WS-ST-USED, 4).
           MOVE 0 TO WS-ST-PRIOR-RC(WS-ST-USED).
           MOVE 0 TO WS-ST-RC(WS-ST-USED).

      * The stream resumes only when the last attempt left a step
      * that did not run clean; a finished stream starts over.
       LOAD-STREAM-STATUS.
           OPEN INPUT SS-FILE.
           IF WS-SS-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-STATUS-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE SS-FILE
           END-IF.
           IF WS-STATUS-ROWS GREATER THAN 0
               PERFORM CHECK-UNFINISHED-STEP
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX GREATER THAN WS-ST-USED
           END-IF.

       LOAD-STATUS-RECORD.
           READ SS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SS-STEP TO WS-FIND-STEP
                   MOVE WS-ST-USED TO WS-FOUND-SX
                   PERFORM FIND-STEP-SLOT
                   IF WS-FOUND-SX GREATER THAN 0
                       ADD 1 TO WS-STATUS-ROWS
                       MOVE SS-RESULT TO WS-ST-PRIOR(WS-FOUND-SX)
                       MOVE SS-TIMESTAMP TO WS-ST-PRIOR-TS(WS-FOUND-SX)
                       IF SS-RC IS NUMERIC
                           MOVE SS-RC TO WS-ST-PRIOR-RC(WS-FOUND-SX)
                       END-IF
                   END-IF
           END-READ.

       CHECK-UNFINISHED-STEP.
           IF WS-ST-PRIOR(WS-SX) NOT EQUAL TO "RAN"
               MOVE "Y" TO WS-RESUME
           END-IF.

      * Looks WS-FIND-STEP up among the first WS-FOUND-SX steps -
      * the whole table for the status file, only the steps ahead of
      * the current one for a predecessor - leaving WS-FOUND-SX at
      * the matching slot or zero.
       FIND-STEP-SLOT.
           PERFORM NEXT-STEP-SLOT
               UNTIL WS-FOUND-SX EQUAL TO 0
                  OR WS-ST-NAME(WS-FOUND-SX) EQUAL TO WS-FIND-STEP.

       NEXT-STEP-SLOT.
           SUBTRACT 1 FROM WS-FOUND-SX.

       RUN-STEP.
           MOVE SPACES TO WS-ST-NOTE(WS-SX).
           IF WS-RESUME EQUAL TO "Y"
                   AND WS-ST-PRIOR(WS-SX) EQUAL TO "RAN"
               MOVE "SKIPPED" TO WS-ST-RESULT(WS-SX)
               MOVE WS-ST-PRIOR-RC(WS-SX) TO WS-ST-RC(WS-SX)
               MOVE WS-ST-PRIOR-TS(WS-SX) TO WS-ST-TS(WS-SX)
               MOVE "ran in an earlier attempt" TO WS-ST-NOTE(WS-SX)
               ADD 1 TO WS-SKIPPED
           ELSE
               MOVE WS-ST-MAX-RC(WS-SX) TO WS-TOLERANCE
               MOVE SPACES TO WS-HOLD-NOTE
               PERFORM CHECK-PREDECESSOR
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX GREATER THAN 4
                      OR WS-HOLD-NOTE NOT EQUAL TO SPACES
               IF WS-HOLD-NOTE NOT EQUAL TO SPACES
                   MOVE "HELD" TO WS-ST-RESULT(WS-SX)
                   MOVE 0 TO WS-ST-RC(WS-SX)
                   MOVE WS-HOLD-NOTE TO WS-ST-NOTE(WS-SX)
                   PERFORM SET-STEP-STAMP
                   ADD 1 TO WS-HELD
                   DISPLAY "JOBSTRM: step " WS-ST-NAME(WS-SX)
                       " held - " WS-HOLD-NOTE
               ELSE
                   PERFORM EXECUTE-STEP
               END-IF
           END-IF.
           PERFORM WRITE-STREAM-STATUS.

       CHECK-PREDECESSOR.
           IF WS-ST-PRED(WS-SX, WS-PX) NOT EQUAL TO SPACES
               MOVE WS-ST-PRED(WS-SX, WS-PX) TO WS-FIND-STEP
               COMPUTE WS-FOUND-SX = WS-SX - 1
               PERFORM FIND-STEP-SLOT
               EVALUATE TRUE
                   WHEN WS-FOUND-SX EQUAL TO 0
                       STRING WS-FIND-STEP DELIMITED BY SPACE
                           " not defined ahead of it"
                           DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   WHEN WS-ST-RESULT(WS-FOUND-SX) EQUAL TO "FAILED"
                       STRING WS-FIND-STEP DELIMITED BY SPACE
                           " FAILED"
                           DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   WHEN WS-ST-RESULT(WS-FOUND-SX) EQUAL TO "HELD"
                       STRING WS-FIND-STEP DELIMITED BY SPACE
                           " HELD"
                           DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   WHEN WS-ST-RC(WS-FOUND-SX) GREATER THAN
                           WS-TOLERANCE
                       MOVE WS-ST-RC(WS-FOUND-SX) TO WS-RC-ED
                       STRING WS-FIND-STEP DELIMITED BY SPACE
                           " ended" WS-RC-ED
                           DELIMITED BY SIZE INTO WS-HOLD-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * SYSTEM hands back the shell's wait status - the exit code
      * times 256 - so it is scaled back to the step's condition
      * code before it is judged.
       EXECUTE-STEP.
           MOVE SPACES TO WS-COMMAND.
           STRING "sh batch/run-suite.sh " DELIMITED BY SIZE
               WS-ST-PROGRAM(WS-SX) DELIMITED BY SPACE
               INTO WS-COMMAND.
           DISPLAY "JOBSTRM: step " WS-ST-NAME(WS-SX) " running "
               WS-ST-PROGRAM(WS-SX).
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC GREATER THAN 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           IF WS-STEP-RC LESS THAN 0 OR WS-STEP-RC GREATER THAN 999
               MOVE 999 TO WS-STEP-RC
           END-IF.
           MOVE WS-STEP-RC TO WS-ST-RC(WS-SX).
           PERFORM SET-STEP-STAMP.
           IF WS-STEP-RC GREATER THAN 4
               MOVE "FAILED" TO WS-ST-RESULT(WS-SX)
               ADD 1 TO WS-FAILED
           ELSE
               MOVE "RAN" TO WS-ST-RESULT(WS-SX)
               ADD 1 TO WS-RAN
           END-IF.
           MOVE WS-STEP-RC TO WS-RC-ED.
           DISPLAY "JOBSTRM: step " WS-ST-NAME(WS-SX) " "
               WS-ST-RESULT(WS-SX) " condition code" WS-RC-ED.

       SET-STEP-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-ST-TS(WS-SX)(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-ST-TS(WS-SX)(9:6).

      * Rewritten whole after every step. A step this attempt has
      * not reached yet keeps what the last attempt recorded when
      * the stream is resuming, so a second stop part-way loses
      * nothing; a skipped step is recorded as the RAN it was.
       WRITE-STREAM-STATUS.
           OPEN OUTPUT SS-FILE.
           PERFORM WRITE-STATUS-RECORD
               VARYING WS-FOUND-SX FROM 1 BY 1
               UNTIL WS-FOUND-SX GREATER THAN WS-ST-USED.
           CLOSE SS-FILE.

       WRITE-STATUS-RECORD.
           MOVE SPACES TO SS-RECORD.
           MOVE WS-ST-NAME(WS-FOUND-SX) TO SS-STEP.
           EVALUATE TRUE
               WHEN WS-FOUND-SX GREATER THAN WS-SX
                   IF WS-RESUME EQUAL TO "Y"
                       MOVE WS-ST-PRIOR(WS-FOUND-SX) TO SS-RESULT
                       MOVE WS-ST-PRIOR-RC(WS-FOUND-SX) TO SS-RC
                       MOVE WS-ST-PRIOR-TS(WS-FOUND-SX)
                           TO SS-TIMESTAMP
                   ELSE
                       MOVE 0 TO SS-RC
                   END-IF
               WHEN WS-ST-RESULT(WS-FOUND-SX) EQUAL TO "SKIPPED"
                   MOVE "RAN" TO SS-RESULT
                   MOVE WS-ST-RC(WS-FOUND-SX) TO SS-RC
                   MOVE WS-ST-TS(WS-FOUND-SX) TO SS-TIMESTAMP
               WHEN OTHER
                   MOVE WS-ST-RESULT(WS-FOUND-SX) TO SS-RESULT
                   MOVE WS-ST-RC(WS-FOUND-SX) TO SS-RC
                   MOVE WS-ST-TS(WS-FOUND-SX) TO SS-TIMESTAMP
           END-EVALUATE.
           WRITE SS-RECORD.

       PRINT-SUMMARY.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Job Stream Summary" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-RESUME EQUAL TO "Y"
               STRING "Date: " WS-TODAY "  Operator: " WS-OPERATOR
                   "  Resumed after an unfinished stream"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "Date: " WS-TODAY "  Operator: " WS-OPERATOR
                   "  Fresh stream"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Step     Program      Result    CC Note"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM PRINT-STEP-LINE
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-ST-USED.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Ran: " WS-RAN "  Held: " WS-HELD
               "  Skipped: " WS-SKIPPED "  Failed: " WS-FAILED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.

       PRINT-STEP-LINE.
           MOVE WS-ST-RC(WS-SX) TO WS-RC-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-ST-NAME(WS-SX) " " WS-ST-PROGRAM(WS-SX) " "
               WS-ST-RESULT(WS-SX) " " WS-RC-ED " "
               WS-ST-NOTE(WS-SX)
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
           MOVE "JOBSTRM" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "JOBSTRM" TO JRNL-INPUT.
           MOVE WS-RAN TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-HELD + WS-FAILED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
