      * the trailer balance, since they were submitted). A detail
      * with a non-numeric reading date is rejected to suspense with
      * reason "DATE". With no header there is no cycle date and no
      * late classification. Each late arrival is also appended to
      * the LATEARR late-arrivals file (copybook/latearr.cpy) - run
      * date, batch, record number, department, reading date, and
      * value - so the LATEADJ adjustment run can book it to the day
      * it belongs to.
      * If the CALDATES business-calendar file is present (one record
      * per date: YYYYMMDD and "P" processing / "N" non-processing),
      * the run date is resolved against it: a run started on a
      * accounting gets departmental figures without splitting NUMDATA
      * by hand. Departments beyond the table limit are lumped into a
      * "****" overflow bucket rather than dropped.
      * Each run's figures are also posted to the AVGHIST history
      * master (copybook/avghist.cpy) so TREND can answer week-over-
      * week and month-over-month questions without re-keying old
      * AVGRPT copies. The per-department subtotals are likewise
      * posted to the DEPTHIST department history file
      * (copybook/depthist.cpy), one record per department per run,
      * so DEPTTRND can trend a single department the same way; the
      * "****" overflow bucket is not written there, since its
      * readings belong to no one department. Both files are indexed
      * on run date (plus program, or plus department), so a second
      * run booked to the same date is added into that date's row -
      * counts, totals, and exceptions summed and the average
      * recomputed - instead of writing a second row under the key.
      * A history file that is missing altogether is created empty; any
      * other open error (a lock, a permission, a damaged index) is
      * shown on the console, the file is left alone and its posting
      * skipped, and the run takes at least condition code 4 so the
      * missing history row is followed up.
      * Every rejected reading is also written to the NUMSUSP suspense
      * dataset (run date, source file name, record number, reason
      * code, raw bytes) so an unattended overnight reject can be
      * through RPTFILE (keyed by report name and business date,
      * indexed on RPTINDEX) so RPTPRINT can reproduce it later
      * instead of the next run overwriting the only copy.
      * Each batch registered on BATCHREG is also archived through
      * INPFILE - its header-to-trailer records copied out of NUMDATA
      * to INP.<batchid>.<businessdate> and catalogued on INPCAT with
      * its trailer totals and this run's figures for it - so the
      * input survives the next night's NUMDATA and RESTATE can rerun
      * it through the current validation later.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. AVERAGE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT LATE-FILE ASSIGN TO "LATEARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REG-FILE ASSIGN TO "BATCHREG"
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT CLOK-FILE ASSIGN TO "CLOSEOK"
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 CKPT-FIRST-RECORD PIC X(21).
             05 CKPT-BATCH-ID PIC X(8).
             05 CKPT-BATCH-DEPT PIC X(4).
             05 CKPT-BUS-DATE PIC 9(8).
             05 CKPT-HDR-SEEN PIC X.
             05 CKPT-TRL-SEEN PIC X.
                10 CKPT-BT-DISP     PIC X.
                10 CKPT-BT-DUP-DATE PIC 9(8).
                10 CKPT-BT-OVRD     PIC X.
                10 CKPT-BT-DEPT     PIC X(4).

       FD  SUSP-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numsusp.cpy".

       FD  LATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "latearr.cpy".

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".
          01 WS-REJECTED     PIC 9(5) VALUE 0.
          01 WS-CKPT-STATUS  PIC XX.
          01 WS-SUSP-STATUS  PIC XX.
          01 WS-LATE-STATUS  PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-REG-STATUS   PIC XX.
          01 WS-OVRD-STATUS  PIC XX.
          01 WS-CAL-STATUS   PIC XX.
          01 WS-CAL-EOF      PIC X.
          01 WS-CAL-WARN     PIC X VALUE "N".
          01 WS-HIST-WARN    PIC X VALUE "N".
          01 WS-CAL-MAX      PIC 9(3) VALUE 400.
          01 WS-CAL-USED     PIC 9(3) VALUE 0.
          01 WS-KX           PIC 9(3).
          01 WS-FIRST-RECORD-SET PIC X VALUE "N".
          01 WS-CKPT-FIRST-RECORD PIC X(21).
          01 WS-BATCH-ID     PIC X(8).
          01 WS-BATCH-DEPT   PIC X(4) VALUE SPACES.
          01 WS-BUS-DATE     PIC 9(8) VALUE 0.
          01 WS-HDR-SEEN     PIC X VALUE "N".
          01 WS-TRL-SEEN     PIC X VALUE "N".
                10 WS-BT-DISP      PIC X.
                10 WS-BT-DUP-DATE  PIC 9(8).
                10 WS-BT-OVRD      PIC X.
                10 WS-BT-DEPT      PIC X(4).
          01 WS-COUNT-DIFF   PIC S9(7).
          01 WS-COUNT-DIFF-ED PIC -(6)9.
          01 WS-HASH-DIFF    PIC S9(10)V99.
          01 WS-CLOSE-OVRD   PIC X VALUE "N".
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "AVERAGE".
          01 WS-INP-SOURCE   PIC X(40) VALUE "NUMDATA".
          01 WS-INP-COUNT    PIC 9(7).
          01 WS-INP-TOTAL    PIC S9(12)V99.
          01 WS-INP-LATE     PIC 9(7).

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
           PERFORM SKIP-TO-CHECKPOINT WS-SKIP-COUNT TIMES.
           PERFORM VALIDATE-CHECKPOINT.
           PERFORM OPEN-SUSPENSE.
           PERFORM OPEN-LATE-ARRIVALS.
           OPEN OUTPUT EXCP-FILE.
           PERFORM ACCUMULATE-SUM.
           CLOSE NUM-FILE.
           CLOSE SUSP-FILE.
           CLOSE LATE-FILE.
           CLOSE EXCP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-CKPT-FILENAME.
           PERFORM FINALIZE-LAST-BATCH.
               IF WS-REJECTED GREATER THAN 0
                       OR WS-CAL-WARN EQUAL TO "Y"
                       OR WS-BATCHES-DUP GREATER THAN 0
                       OR WS-HIST-WARN EQUAL TO "Y"
                   MOVE "WARN" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                       MOVE CKPT-REJECTED TO WS-REJECTED
                       MOVE CKPT-FIRST-RECORD TO WS-CKPT-FIRST-RECORD
                       MOVE CKPT-BATCH-ID TO WS-BATCH-ID
                       MOVE CKPT-BATCH-DEPT TO WS-BATCH-DEPT
                       MOVE CKPT-BUS-DATE TO WS-BUS-DATE
                       MOVE CKPT-HDR-SEEN TO WS-HDR-SEEN
                       MOVE CKPT-TRL-SEEN TO WS-TRL-SEEN

       LOAD-CKPT-BATCH.
           MOVE CKPT-BT-ID(WS-BTX) TO WS-BT-ID(WS-BTX).
           MOVE CKPT-BT-DEPT(WS-BTX) TO WS-BT-DEPT(WS-BTX).
           MOVE CKPT-BT-BUS-DATE(WS-BTX) TO WS-BT-BUS-DATE(WS-BTX).
           MOVE CKPT-BT-COUNT(WS-BTX) TO WS-BT-COUNT(WS-BTX).
           MOVE CKPT-BT-SUM(WS-BTX) TO WS-BT-SUM(WS-BTX).
                   SET WS-OVFL-COUNT TO 0
                   SET WS-OVFL-SUM TO 0
                   MOVE SPACES TO WS-BATCH-ID
                   MOVE SPACES TO WS-BATCH-DEPT
                   SET WS-BUS-DATE TO 0
                   MOVE "N" TO WS-HDR-SEEN
                   MOVE "N" TO WS-TRL-SEEN
           END-IF.
           PERFORM RESET-BATCH-ACCUMULATORS.
           MOVE NUM-HDR-BATCH-ID TO WS-BATCH-ID.
           MOVE NUM-HDR-DEPT TO WS-BATCH-DEPT.
           MOVE NUM-HDR-BUS-DATE TO WS-BUS-DATE.
           MOVE "Y" TO WS-HDR-SEEN.
           PERFORM CHECK-REGISTER.

       RESET-BATCH-ACCUMULATORS.
           MOVE SPACES TO WS-BATCH-ID.
           MOVE SPACES TO WS-BATCH-DEPT.
           MOVE 0 TO WS-BUS-DATE.
           MOVE "N" TO WS-HDR-SEEN.
           MOVE "N" TO WS-TRL-SEEN.
                           AND NUM-READ-DATE LESS THAN WS-BUS-DATE
                       ADD 1 TO WS-LATE-COUNT
                       ADD WS-NUMREC-VALUE TO WS-LATE-SUM
                       PERFORM WRITE-LATE-ARRIVAL
                   ELSE
                       PERFORM CHECK-LIMITS
                       IF WS-LIM-DISP NOT EQUAL TO "E"
               ADD 1 TO WS-BATCH-USED
               SET WS-BTX TO WS-BATCH-USED
               MOVE WS-BATCH-ID TO WS-BT-ID(WS-BTX)
               MOVE WS-BATCH-DEPT TO WS-BT-DEPT(WS-BTX)
               MOVE WS-BUS-DATE TO WS-BT-BUS-DATE(WS-BTX)
               MOVE WS-BN TO WS-BT-COUNT(WS-BTX)
               MOVE WS-BSUM TO WS-BT-SUM(WS-BTX)
               ADD 1 TO WS-BATCH-USED
               SET WS-BTX TO WS-BATCH-USED
               MOVE WS-BATCH-ID TO WS-BT-ID(WS-BTX)
               MOVE WS-BATCH-DEPT TO WS-BT-DEPT(WS-BTX)
               MOVE WS-BUS-DATE TO WS-BT-BUS-DATE(WS-BTX)
               MOVE 0 TO WS-BT-COUNT(WS-BTX)
               MOVE 0 TO WS-BT-SUM(WS-BTX)
                   AND WS-BT-BAL(WS-BTX) EQUAL TO "Y"
                   AND WS-BT-ID(WS-BTX) NOT EQUAL TO SPACES
               MOVE WS-BT-ID(WS-BTX) TO REG-BATCH-ID
               MOVE WS-BT-DEPT(WS-BTX) TO REG-DEPT
               MOVE WS-NUMREC-DATE TO REG-RUN-DATE
               MOVE WS-BT-COUNT(WS-BTX) TO REG-COUNT
               MOVE WS-BT-SUM(WS-BTX) TO REG-TOTAL
               MOVE "P" TO REG-STATUS
               WRITE REG-RECORD
               PERFORM ARCHIVE-BATCH-INPUT
           END-IF.

       ARCHIVE-BATCH-INPUT.
           MOVE WS-BT-COUNT(WS-BTX) TO WS-INP-COUNT.
           MOVE WS-BT-SUM(WS-BTX) TO WS-INP-TOTAL.
           MOVE WS-BT-LATE(WS-BTX) TO WS-INP-LATE.
           CALL "INPFILE" USING WS-INP-SOURCE WS-BT-ID(WS-BTX)
               WS-BT-BUS-DATE(WS-BTX) WS-NUMREC-DATE WS-RPT-PROGRAM
               WS-OPERATOR WS-INP-COUNT WS-INP-TOTAL
               WS-BT-REJ(WS-BTX) WS-INP-LATE.

       CHECK-PERIOD-CLOSE.
           MOVE WS-NUMREC-DATE(1:6) TO WS-RUN-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED.
           MOVE NUM-RECORD-RAW TO SUSP-DATA.
           WRITE SUSP-RECORD.

       OPEN-LATE-ARRIVALS.
           OPEN EXTEND LATE-FILE.
           IF WS-LATE-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT LATE-FILE
           END-IF.

       WRITE-LATE-ARRIVAL.
           MOVE WS-NUMREC-DATE TO LATE-RUN-DATE.
           MOVE WS-BATCH-ID TO LATE-BATCH-ID.
           MOVE WS-RAW-N TO LATE-RECNO.
           MOVE WS-BUS-DATE TO LATE-CYCLE-DATE.
           MOVE WS-NUMREC-DEPT TO LATE-DEPT.
           MOVE NUM-READ-DATE TO LATE-READ-DATE.
           MOVE WS-NUMREC-VALUE TO LATE-VALUE.
           WRITE LATE-RECORD.

       WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE.
           MOVE WS-N TO CKPT-N.
           MOVE WS-SUM TO CKPT-SUM.
           MOVE WS-FIRST-RECORD TO CKPT-FIRST-RECORD.
           MOVE WS-BATCH-ID TO CKPT-BATCH-ID.
           MOVE WS-BATCH-DEPT TO CKPT-BATCH-DEPT.
           MOVE WS-BUS-DATE TO CKPT-BUS-DATE.
           MOVE WS-HDR-SEEN TO CKPT-HDR-SEEN.
           MOVE WS-TRL-SEEN TO CKPT-TRL-SEEN.
       SAVE-CKPT-BATCH.
           IF WS-BTX GREATER THAN WS-BATCH-USED
               MOVE SPACES TO CKPT-BT-ID(WS-BTX)
               MOVE SPACES TO CKPT-BT-DEPT(WS-BTX)
               MOVE 0 TO CKPT-BT-BUS-DATE(WS-BTX)
               MOVE 0 TO CKPT-BT-COUNT(WS-BTX)
               MOVE 0 TO CKPT-BT-SUM(WS-BTX)
               MOVE "N" TO CKPT-BT-OVRD(WS-BTX)
           ELSE
               MOVE WS-BT-ID(WS-BTX) TO CKPT-BT-ID(WS-BTX)
               MOVE WS-BT-DEPT(WS-BTX) TO CKPT-BT-DEPT(WS-BTX)
               MOVE WS-BT-BUS-DATE(WS-BTX)
                   TO CKPT-BT-BUS-DATE(WS-BTX)
               MOVE WS-BT-COUNT(WS-BTX) TO CKPT-BT-COUNT(WS-BTX)


       WRITE-HISTORY.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
           IF WS-HIST-STATUS EQUAL TO "00"
               MOVE WS-NUMREC-DATE TO HIST-RUN-DATE
               MOVE "AVERAGE" TO HIST-PROGRAM
               READ HIST-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-HISTORY
                   NOT INVALID KEY
                       PERFORM ADD-TO-HISTORY
               END-READ
               CLOSE HIST-FILE
           ELSE
               DISPLAY "AVERAGE: cannot open AVGHIST (status "
                   WS-HIST-STATUS ") - history row not posted."
               MOVE "Y" TO WS-HIST-WARN
           END-IF.

       WRITE-NEW-HISTORY.
           MOVE WS-NUMREC-DATE TO HIST-RUN-DATE.
           MOVE "AVERAGE" TO HIST-PROGRAM.
           MOVE WS-N TO HIST-COUNT.
           MOVE 0 TO HIST-P10.
           MOVE 0 TO HIST-P90.
           MOVE 0 TO HIST-IQR.
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "AVERAGE: AVGHIST write failed (status "
                       WS-HIST-STATUS ")."
           END-WRITE.

      * An earlier run already booked to this date: fold this run
      * into its row.
       ADD-TO-HISTORY.
           ADD WS-N TO HIST-COUNT.
           ADD WS-REJECTED TO HIST-REJECTED.
           ADD WS-SUM TO HIST-TOTAL.
           ADD WS-EXCP-COUNT TO HIST-EXCEPTIONS.
           IF HIST-COUNT GREATER THAN 0
               DIVIDE HIST-COUNT INTO HIST-TOTAL
                   GIVING HIST-AVERAGE
           END-IF.
           REWRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "AVERAGE: AVGHIST rewrite failed (status "
                       WS-HIST-STATUS ")."
           END-REWRITE.

       WRITE-DEPT-HISTORY.
           IF WS-DEPT-USED GREATER THAN 0
               OPEN I-O DHIST-FILE
               IF WS-DHIST-STATUS EQUAL TO "35"
                   OPEN OUTPUT DHIST-FILE
                   CLOSE DHIST-FILE
                   OPEN I-O DHIST-FILE
               END-IF
               IF WS-DHIST-STATUS EQUAL TO "00"
                   PERFORM WRITE-DEPT-HISTORY-RECORD
                       VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX GREATER THAN WS-DEPT-USED
                   CLOSE DHIST-FILE
               ELSE
                   DISPLAY "AVERAGE: cannot open DEPTHIST (status "
                       WS-DHIST-STATUS ") - department history not "
                       "posted."
                   MOVE "Y" TO WS-HIST-WARN
               END-IF
           END-IF.

       WRITE-DEPT-HISTORY-RECORD.
           END-IF.
           MOVE WS-NUMREC-DATE TO DH-RUN-DATE.
           MOVE WS-DEPT-CODE(WS-DX) TO DH-DEPT.
           READ DHIST-FILE
               INVALID KEY
                   MOVE WS-NUMREC-DATE TO DH-RUN-DATE
                   MOVE WS-DEPT-CODE(WS-DX) TO DH-DEPT
                   MOVE WS-DEPT-COUNT(WS-DX) TO DH-COUNT
                   MOVE WS-DEPT-SUM(WS-DX) TO DH-TOTAL
                   MOVE WS-DEPT-AVG TO DH-AVERAGE
                   WRITE DH-RECORD
                       INVALID KEY
                           DISPLAY "AVERAGE: DEPTHIST write failed "
                               "for " DH-DEPT " (status "
                               WS-DHIST-STATUS ")."
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-DEPT-COUNT(WS-DX) TO DH-COUNT
                   ADD WS-DEPT-SUM(WS-DX) TO DH-TOTAL
                   IF DH-COUNT GREATER THAN 0
                       DIVIDE DH-COUNT INTO DH-TOTAL
                           GIVING DH-AVERAGE
                   END-IF
                   REWRITE DH-RECORD
                       INVALID KEY
                           DISPLAY "AVERAGE: DEPTHIST rewrite failed "
                               "for " DH-DEPT " (status "
                               WS-DHIST-STATUS ")."
                   END-REWRITE
           END-READ.

       COMPUTE-AVERAGE.
           IF WS-N GREATER THAN 0
