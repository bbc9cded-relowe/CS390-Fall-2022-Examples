      * Late-arrival adjustment run. AVERAGE and AVGBATCH keep a
      * reading dated before its batch's cycle date out of the
      * cycle's figures and append it to the LATEARR late-arrivals
      * file (copybook/latearr.cpy); this run books those readings to
      * the day they belong to, so the dollars land somewhere instead
      * of stopping at AVGRPT's late-arrival line. Run after AVERAGE
      * or AVGBATCH.
      * Each late reading is posted only when the batch it arrived
      * in is registered on BATCHREG under the run that wrote it - a
      * batch refused or out of balance was never accepted and comes
      * back with its resubmission, and a reversed batch's readings
      * are not posted at all. A reading written twice by an AVERAGE
      * restart (same run, batch, and record number) is posted once.
      * A reading whose own date falls in an open period is added
      * into that day's DEPTHIST row for its department and into
      * that day's "LATEADJ" row on AVGHIST. When PERIODSUM shows
      * the reading's period closed, it is booked instead to the
      * current open period - the business date, from AVGBATCH's or
      * AVERAGE's BUSDATE (the system date when there is none) - on
      * the business date's DEPTHIST row and a "PRIORADJ" row on
      * AVGHIST, so the closed month's signed figures do not move.
      * If the business date's own period is closed too, those
      * readings are held on LATEARR for a later run.
      * Every department and original reading date posted sends a
      * matching "D" line to the GLADJ adjustment feed, in the
      * GLEXTR layout with the account mapped through DEPTMAST and
      * an "A" flag in the last byte of each record ("P" on a
      * prior-period detail), the batch field labelled LATE ADJ or
      * PRIOR-PER with the original reading date.
      * The LATERPT adjustment register lists the postings by
      * department and original reading date - count, total, the
      * date posted to, and LATE ADJ or PRIOR-PER - with department
      * and grand totals, then every reading not posted and why. It
      * is filed in the report repository through RPTFILE. LATEARR
      * is rewritten keeping only the held readings.
      * The run posts to the averaging history, so it takes the
      * AVGLOCK run-in-progress token like the averaging programs and
      * is refused with condition code 8 while it is held. Every run
      * appends a record to the shared RUNJRNL run journal: FAIL with
      * condition code 8 when LATEARR is too big to post safely or a
      * history posting failed, WARN with 4 when readings were held
      * or not posted, GOOD otherwise. A missing AVGHIST or DEPTHIST
      * is created empty; if either will not open for any other
      * reason (a lock, a permission, a damaged index) nothing is
      * posted, LATEARR is left as it was for a rerun, and the run
      * ends FAIL.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LATEADJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-FILE ASSIGN TO "LATEARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT PSUM-FILE ASSIGN TO "PERIODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT GLA-FILE ASSIGN TO "GLADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

           SELECT BUS-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

           SELECT PRINT-FILE ASSIGN TO "LATERPT"
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
       FD  LATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "latearr.cpy".

       FD  REG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "batchreg.cpy".

       FD  PSUM-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "periodsum.cpy".

       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".

       FD  DHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "depthist.cpy".

       FD  GLA-FILE
           LABEL RECORDS ARE OMITTED.
          01 GLA-RECORD PIC X(75).

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
          01 WS-LATE-STATUS  PIC XX.
          01 WS-REG-STATUS   PIC XX.
          01 WS-PSUM-STATUS  PIC XX.
          01 WS-DEPT-STATUS  PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-DHIST-STATUS PIC XX.
          01 WS-GLA-STATUS   PIC XX.
          01 WS-BUS-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-BUS-DATE     PIC 9(8).
          01 WS-OPEN-PERIOD  PIC 9(6).
          01 WS-OPEN-CLOSED  PIC X VALUE "N".
          01 WS-READ-PERIOD  PIC 9(6).
          01 WS-PERIOD-CLOSED PIC X.

      * The late arrivals, each with what this run did with it:
      * "L" posted to its own date, "P" posted as a prior-period
      * adjustment, "H" held (the open period is closed too), "U"
      * batch not registered, "R" batch reversed, "X" a duplicate
      * written by an AVERAGE restart.
          01 WS-LA-MAX       PIC 9(3) VALUE 500.
          01 WS-LA-USED      PIC 9(3) VALUE 0.
          01 WS-LA-OVERFLOW  PIC X VALUE "N".
          01 WS-LX           PIC 9(3).
          01 WS-LY           PIC 9(3).
          01 WS-LA-TABLE.
             05 WS-LA-ENTRY OCCURS 500 TIMES.
                10 WS-LA-RAW      PIC X(51).
                10 WS-LA-DISP     PIC X.
                10 WS-LA-BX       PIC 9(3).

      * One entry per batch and run the late arrivals came from,
      * marked from BATCHREG: "N" not registered, "P" posted, "R"
      * reversed.
          01 WS-BK-USED      PIC 9(3) VALUE 0.
          01 WS-BX           PIC 9(3).
          01 WS-BK-TABLE.
             05 WS-BK-ENTRY OCCURS 500 TIMES.
                10 WS-BK-BATCH-ID PIC X(8).
                10 WS-BK-RUN-DATE PIC 9(8).
                10 WS-BK-REG      PIC X.

          01 WS-PS-MAX       PIC 9(3) VALUE 300.
          01 WS-PS-USED      PIC 9(3) VALUE 0.
          01 WS-PX           PIC 9(3).
          01 WS-PS-TABLE.
             05 WS-PS-PERIOD OCCURS 300 TIMES PIC 9(6).

          01 WS-DM-MAX       PIC 9(3) VALUE 200.
          01 WS-DM-USED      PIC 9(3) VALUE 0.
          01 WS-MX           PIC 9(3).
          01 WS-DM-TABLE.
             05 WS-DM-ENTRY OCCURS 200 TIMES.
                10 WS-DM-CODE     PIC X(4).
                10 WS-DM-NAME     PIC X(20).
                10 WS-DM-GL       PIC X(8).

      * Register lines, kept in department / original reading date
      * order as they are added.
          01 WS-AJ-MAX       PIC 9(3) VALUE 500.
          01 WS-AJ-USED      PIC 9(3) VALUE 0.
          01 WS-AJ-OVERFLOW  PIC X VALUE "N".
          01 WS-AX           PIC 9(3).
          01 WS-AY           PIC 9(3).
          01 WS-AJ-INS       PIC 9(3).
          01 WS-AJ-NEW-KEY.
             05 WS-AJ-NEW-DEPT    PIC X(4).
             05 WS-AJ-NEW-DATE    PIC 9(8).
             05 WS-AJ-NEW-TYPE    PIC X.
          01 WS-AJ-TABLE.
             05 WS-AJ-ENTRY OCCURS 500 TIMES.
                10 WS-AJ-KEY.
                   15 WS-AJ-DEPT      PIC X(4).
                   15 WS-AJ-READ-DATE PIC 9(8).
                   15 WS-AJ-TYPE      PIC X.
                10 WS-AJ-POST-DATE PIC 9(8).
                10 WS-AJ-COUNT     PIC 9(7).
                10 WS-AJ-TOTAL     PIC S9(12)V99.

          01 WS-AJ-AVG       PIC S9(5)V99.
          01 WS-POST-DATE    PIC 9(8).
          01 WS-HIST-PROGRAM PIC X(8).
          01 WS-GL-ACCT      PIC X(8).
          01 WS-DEPT-NAME    PIC X(20).
          01 WS-TYPE-LABEL   PIC X(9).
          01 WS-CUR-DEPT     PIC X(4).
          01 WS-DEPT-COUNT   PIC 9(7).
          01 WS-DEPT-TOTAL   PIC S9(12)V99.
          01 WS-GRAND-COUNT  PIC 9(7) VALUE 0.
          01 WS-GRAND-TOTAL  PIC S9(12)V99 VALUE 0.
          01 WS-POSTED       PIC 9(5) VALUE 0.
          01 WS-PRIOR-ADJ    PIC 9(5) VALUE 0.
          01 WS-HELD         PIC 9(5) VALUE 0.
          01 WS-UNREG        PIC 9(5) VALUE 0.
          01 WS-REVERSED     PIC 9(5) VALUE 0.
          01 WS-DUPLICATES   PIC 9(5) VALUE 0.
          01 WS-POST-ERRORS  PIC 9(5) VALUE 0.
          01 WS-HIST-OPENED  PIC X VALUE "N".
          01 WS-REASON       PIC X(24).

          01 WS-GLA-HEADER.
             05 FILLER            PIC X VALUE "H".
             05 WS-GLAH-DATE      PIC 9(8).
             05 FILLER            PIC X(65) VALUE SPACES.
             05 WS-GLAH-FLAG      PIC X VALUE "A".
          01 WS-GLA-DETAIL.
             05 FILLER            PIC X VALUE "D".
             05 WS-GLAD-BATCH     PIC X(20).
             05 WS-GLAD-BUS-DATE  PIC 9(8).
             05 WS-GLAD-COUNT     PIC 9(7).
             05 WS-GLAD-TOTAL     PIC S9(12)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLAD-AVG       PIC S9(5)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLAD-REJECTED  PIC 9(7).
             05 WS-GLAD-GL-ACCT   PIC X(8).
             05 WS-GLAD-FLAG      PIC X.
          01 WS-GLA-TRAILER.
             05 FILLER            PIC X VALUE "T".
             05 WS-GLAT-COUNT     PIC 9(7).
             05 WS-GLAT-HASH      PIC S9(13)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 FILLER            PIC X(50) VALUE SPACES.
             05 WS-GLAT-FLAG      PIC X VALUE "A".
          01 WS-GLA-DETAIL-COUNT  PIC 9(7) VALUE 0.
          01 WS-GLA-HASH-SUM      PIC S9(13)V99 VALUE 0.

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-TOTAL-ED     PIC -(10)9.99.
          01 WS-VALUE-ED     PIC -(5)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "LATEADJ".
          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "AVGLOCK".
          01 WS-SAVED-RC     PIC S9(4).

       PROCEDURE DIVISION.
       Lateadj.
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
           PERFORM LOAD-CLOSED-PERIODS.
           MOVE WS-BUS-DATE(1:6) TO WS-OPEN-PERIOD.
           MOVE WS-OPEN-PERIOD TO WS-READ-PERIOD.
           PERFORM CHECK-PERIOD-CLOSED.
           MOVE WS-PERIOD-CLOSED TO WS-OPEN-CLOSED.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-LATE-ARRIVALS.
           IF WS-LA-OVERFLOW EQUAL TO "Y"
               DISPLAY "LATEADJ: LATEARR holds more than " WS-LA-MAX
                   " readings - nothing posted."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM CHECK-REGISTRATIONS.
           PERFORM CLASSIFY-LATE-ARRIVAL
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX GREATER THAN WS-LA-USED.
           IF WS-AJ-OVERFLOW EQUAL TO "Y"
               DISPLAY "LATEADJ: more than " WS-AJ-MAX
                   " department/date adjustments - nothing posted."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           IF WS-AJ-USED GREATER THAN 0
               PERFORM POST-ADJUSTMENTS
               IF WS-HIST-OPENED NOT EQUAL TO "Y"
                   MOVE "FAIL" TO WS-RUN-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-JOURNAL
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               PERFORM WRITE-GL-ADJUSTMENTS
           END-IF.
           PERFORM REWRITE-LATE-ARRIVALS.
           PERFORM PRINT-REGISTER.
           MOVE "LATERPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-BUS-DATE
               WS-RPT-PROGRAM WS-OPERATOR.
           EVALUATE TRUE
               WHEN WS-POST-ERRORS GREATER THAN 0
                   MOVE "FAIL" TO WS-RUN-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD GREATER THAN 0
                       OR WS-UNREG GREATER THAN 0
                       OR WS-REVERSED GREATER THAN 0
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

       LOAD-CLOSED-PERIODS.
           OPEN INPUT PSUM-FILE.
           IF WS-PSUM-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-PERIOD-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE PSUM-FILE
           END-IF.

       LOAD-PERIOD-RECORD.
           READ PSUM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF PSUM-CLOSED
                       IF WS-PS-USED LESS THAN WS-PS-MAX
                           ADD 1 TO WS-PS-USED
                           MOVE PSUM-PERIOD TO WS-PS-PERIOD(WS-PS-USED)
                       ELSE
                           DISPLAY "LATEADJ: PERIODSUM has more than "
                               WS-PS-MAX " closed periods - extras "
                               "ignored."
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED.
           PERFORM SCAN-CLOSED-PERIOD
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-PS-USED.

       SCAN-CLOSED-PERIOD.
           IF WS-PS-PERIOD(WS-PX) EQUAL TO WS-READ-PERIOD
               MOVE "Y" TO WS-PERIOD-CLOSED
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
                   IF WS-DM-USED LESS THAN WS-DM-MAX
                       ADD 1 TO WS-DM-USED
                       MOVE DEPT-CODE TO WS-DM-CODE(WS-DM-USED)
                       MOVE DEPT-NAME TO WS-DM-NAME(WS-DM-USED)
                       MOVE DEPT-GL-ACCT TO WS-DM-GL(WS-DM-USED)
                   ELSE
                       DISPLAY "LATEADJ: DEPTMAST has more than "
                           WS-DM-MAX " records - extras ignored."
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       LOAD-LATE-ARRIVALS.
           OPEN INPUT LATE-FILE.
           IF WS-LATE-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-LATE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE LATE-FILE
           END-IF.

      * A restart of AVERAGE reprocesses the readings after its last
      * checkpoint, so the same run, batch, and record number can
      * appear twice - the second copy is marked a duplicate.
       LOAD-LATE-RECORD.
           READ LATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-LA-USED LESS THAN WS-LA-MAX
                       ADD 1 TO WS-LA-USED
                       MOVE LATE-RECORD TO WS-LA-RAW(WS-LA-USED)
                       MOVE SPACE TO WS-LA-DISP(WS-LA-USED)
                       PERFORM FIND-DUPLICATE-ARRIVAL
                       IF WS-LY LESS THAN WS-LA-USED
                           MOVE "X" TO WS-LA-DISP(WS-LA-USED)
                           MOVE 0 TO WS-LA-BX(WS-LA-USED)
                       ELSE
                           PERFORM ADD-BATCH-KEY
                           MOVE WS-BX TO WS-LA-BX(WS-LA-USED)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-LA-OVERFLOW
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       FIND-DUPLICATE-ARRIVAL.
           SET WS-LY TO 1.
           PERFORM NEXT-ARRIVAL-SLOT
               UNTIL WS-LY NOT LESS THAN WS-LA-USED
                  OR WS-LA-RAW(WS-LY)(1:23) EQUAL TO
                     LATE-RECORD(1:23).

       NEXT-ARRIVAL-SLOT.
           ADD 1 TO WS-LY.

       ADD-BATCH-KEY.
           SET WS-BX TO 1.
           PERFORM NEXT-BATCH-SLOT
               UNTIL WS-BX GREATER THAN WS-BK-USED
                  OR (WS-BK-BATCH-ID(WS-BX) EQUAL TO LATE-BATCH-ID
                  AND WS-BK-RUN-DATE(WS-BX) EQUAL TO LATE-RUN-DATE).
           IF WS-BX GREATER THAN WS-BK-USED
               ADD 1 TO WS-BK-USED
               SET WS-BX TO WS-BK-USED
               MOVE LATE-BATCH-ID TO WS-BK-BATCH-ID(WS-BX)
               MOVE LATE-RUN-DATE TO WS-BK-RUN-DATE(WS-BX)
               MOVE "N" TO WS-BK-REG(WS-BX)
           END-IF.

       NEXT-BATCH-SLOT.
           ADD 1 TO WS-BX.

      * One pass over BATCHREG marks each batch the late arrivals
      * came from as registered by the run that wrote them, or
      * reversed since.
       CHECK-REGISTRATIONS.
           IF WS-BK-USED GREATER THAN 0
               OPEN INPUT REG-FILE
               IF WS-REG-STATUS EQUAL TO "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM SCAN-REGISTER-RECORD
                       UNTIL WS-EOF-SWITCH EQUAL TO "Y"
                   CLOSE REG-FILE
               END-IF
           END-IF.

       SCAN-REGISTER-RECORD.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM MARK-BATCH-KEY
                       VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX GREATER THAN WS-BK-USED
           END-READ.

       MARK-BATCH-KEY.
           IF WS-BK-BATCH-ID(WS-BX) EQUAL TO REG-BATCH-ID
                   AND WS-BK-RUN-DATE(WS-BX) EQUAL TO REG-RUN-DATE
               IF REG-REVERSED
                   MOVE "R" TO WS-BK-REG(WS-BX)
               ELSE
                   MOVE "P" TO WS-BK-REG(WS-BX)
               END-IF
           END-IF.

       CLASSIFY-LATE-ARRIVAL.
           MOVE WS-LA-RAW(WS-LX) TO LATE-RECORD.
           IF WS-LA-DISP(WS-LX) EQUAL TO "X"
               ADD 1 TO WS-DUPLICATES
           ELSE
               SET WS-BX TO WS-LA-BX(WS-LX)
               EVALUATE WS-BK-REG(WS-BX)
                   WHEN "N"
                       MOVE "U" TO WS-LA-DISP(WS-LX)
                       ADD 1 TO WS-UNREG
                   WHEN "R"
                       MOVE "R" TO WS-LA-DISP(WS-LX)
                       ADD 1 TO WS-REVERSED
                   WHEN OTHER
                       PERFORM CHOOSE-POSTING-DATE
               END-EVALUATE
           END-IF.

       CHOOSE-POSTING-DATE.
           MOVE LATE-READ-DATE(1:6) TO WS-READ-PERIOD.
           PERFORM CHECK-PERIOD-CLOSED.
           EVALUATE TRUE
               WHEN WS-PERIOD-CLOSED NOT EQUAL TO "Y"
                   MOVE "L" TO WS-LA-DISP(WS-LX)
                   MOVE LATE-READ-DATE TO WS-POST-DATE
                   ADD 1 TO WS-POSTED
                   PERFORM ADD-TO-REGISTER
               WHEN WS-OPEN-CLOSED EQUAL TO "Y"
                   MOVE "H" TO WS-LA-DISP(WS-LX)
                   ADD 1 TO WS-HELD
               WHEN OTHER
                   MOVE "P" TO WS-LA-DISP(WS-LX)
                   MOVE WS-BUS-DATE TO WS-POST-DATE
                   ADD 1 TO WS-PRIOR-ADJ
                   PERFORM ADD-TO-REGISTER
           END-EVALUATE.

      * Find the register line for this department, original date,
      * and kind of posting, or open one at its place in order.
       ADD-TO-REGISTER.
           MOVE LATE-DEPT TO WS-AJ-NEW-DEPT.
           MOVE LATE-READ-DATE TO WS-AJ-NEW-DATE.
           MOVE WS-LA-DISP(WS-LX) TO WS-AJ-NEW-TYPE.
           SET WS-AX TO 1.
           PERFORM NEXT-REGISTER-SLOT
               UNTIL WS-AX GREATER THAN WS-AJ-USED
                  OR WS-AJ-KEY(WS-AX) NOT LESS THAN WS-AJ-NEW-KEY.
           IF WS-AX NOT GREATER THAN WS-AJ-USED
                   AND WS-AJ-KEY(WS-AX) EQUAL TO WS-AJ-NEW-KEY
               ADD 1 TO WS-AJ-COUNT(WS-AX)
               ADD LATE-VALUE TO WS-AJ-TOTAL(WS-AX)
           ELSE
               IF WS-AJ-USED LESS THAN WS-AJ-MAX
                   MOVE WS-AX TO WS-AJ-INS
                   PERFORM SHIFT-REGISTER-ENTRY
                       VARYING WS-AY FROM WS-AJ-USED BY -1
                       UNTIL WS-AY LESS THAN WS-AJ-INS
                   ADD 1 TO WS-AJ-USED
                   MOVE WS-AJ-NEW-KEY TO WS-AJ-KEY(WS-AJ-INS)
                   MOVE WS-POST-DATE TO WS-AJ-POST-DATE(WS-AJ-INS)
                   MOVE 1 TO WS-AJ-COUNT(WS-AJ-INS)
                   MOVE LATE-VALUE TO WS-AJ-TOTAL(WS-AJ-INS)
               ELSE
                   MOVE "Y" TO WS-AJ-OVERFLOW
               END-IF
           END-IF.

       NEXT-REGISTER-SLOT.
           ADD 1 TO WS-AX.

       SHIFT-REGISTER-ENTRY.
           MOVE WS-AJ-ENTRY(WS-AY) TO WS-AJ-ENTRY(WS-AY + 1).

      * Both history files must open before anything is posted, so a
      * file that is locked or damaged leaves the day untouched rather
      * than half posted.
       POST-ADJUSTMENTS.
           MOVE "N" TO WS-HIST-OPENED.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
           IF WS-HIST-STATUS NOT EQUAL TO "00"
               DISPLAY "LATEADJ: cannot open AVGHIST (status "
                   WS-HIST-STATUS ") - nothing posted."
           ELSE
               OPEN I-O DHIST-FILE
               IF WS-DHIST-STATUS EQUAL TO "35"
                   OPEN OUTPUT DHIST-FILE
                   CLOSE DHIST-FILE
                   OPEN I-O DHIST-FILE
               END-IF
               IF WS-DHIST-STATUS NOT EQUAL TO "00"
                   DISPLAY "LATEADJ: cannot open DEPTHIST (status "
                       WS-DHIST-STATUS ") - nothing posted."
                   CLOSE HIST-FILE
               ELSE
                   MOVE "Y" TO WS-HIST-OPENED
                   PERFORM POST-REGISTER-LINE
                       VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX GREATER THAN WS-AJ-USED
                   CLOSE HIST-FILE
                   CLOSE DHIST-FILE
               END-IF
           END-IF.

       POST-REGISTER-LINE.
           IF WS-AJ-TYPE(WS-AX) EQUAL TO "P"
               MOVE "PRIORADJ" TO WS-HIST-PROGRAM
           ELSE
               MOVE "LATEADJ" TO WS-HIST-PROGRAM
           END-IF.
           DIVIDE WS-AJ-COUNT(WS-AX) INTO WS-AJ-TOTAL(WS-AX)
               GIVING WS-AJ-AVG.
           PERFORM POST-DEPT-HISTORY.
           PERFORM POST-RUN-HISTORY.

      * A department already on the history for the posting date has
      * the readings added into its row, the way AVERAGE folds a
      * second run into the same date.
       POST-DEPT-HISTORY.
           MOVE WS-AJ-POST-DATE(WS-AX) TO DH-RUN-DATE.
           MOVE WS-AJ-DEPT(WS-AX) TO DH-DEPT.
           READ DHIST-FILE
               INVALID KEY
                   MOVE WS-AJ-POST-DATE(WS-AX) TO DH-RUN-DATE
                   MOVE WS-AJ-DEPT(WS-AX) TO DH-DEPT
                   MOVE WS-AJ-COUNT(WS-AX) TO DH-COUNT
                   MOVE WS-AJ-TOTAL(WS-AX) TO DH-TOTAL
                   MOVE WS-AJ-AVG TO DH-AVERAGE
                   WRITE DH-RECORD
                       INVALID KEY
                           DISPLAY "LATEADJ: DEPTHIST write failed "
                               "for " DH-DEPT " (status "
                               WS-DHIST-STATUS ")."
                           ADD 1 TO WS-POST-ERRORS
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-AJ-COUNT(WS-AX) TO DH-COUNT
                   ADD WS-AJ-TOTAL(WS-AX) TO DH-TOTAL
                   IF DH-COUNT GREATER THAN 0
                       DIVIDE DH-COUNT INTO DH-TOTAL
                           GIVING DH-AVERAGE
                   END-IF
                   REWRITE DH-RECORD
                       INVALID KEY
                           DISPLAY "LATEADJ: DEPTHIST rewrite failed "
                               "for " DH-DEPT " (status "
                               WS-DHIST-STATUS ")."
                           ADD 1 TO WS-POST-ERRORS
                   END-REWRITE
           END-READ.

       POST-RUN-HISTORY.
           MOVE WS-AJ-POST-DATE(WS-AX) TO HIST-RUN-DATE.
           MOVE WS-HIST-PROGRAM TO HIST-PROGRAM.
           READ HIST-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-HISTORY
               NOT INVALID KEY
                   PERFORM ADD-TO-HISTORY
           END-READ.

       WRITE-NEW-HISTORY.
           MOVE WS-AJ-POST-DATE(WS-AX) TO HIST-RUN-DATE.
           MOVE WS-HIST-PROGRAM TO HIST-PROGRAM.
           MOVE WS-AJ-COUNT(WS-AX) TO HIST-COUNT.
           MOVE 0 TO HIST-REJECTED.
           MOVE WS-AJ-TOTAL(WS-AX) TO HIST-TOTAL.
           MOVE WS-AJ-AVG TO HIST-AVERAGE.
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
                   DISPLAY "LATEADJ: AVGHIST write failed (status "
                       WS-HIST-STATUS ")."
                   ADD 1 TO WS-POST-ERRORS
           END-WRITE.

       ADD-TO-HISTORY.
           ADD WS-AJ-COUNT(WS-AX) TO HIST-COUNT.
           ADD WS-AJ-TOTAL(WS-AX) TO HIST-TOTAL.
           IF HIST-COUNT GREATER THAN 0
               DIVIDE HIST-COUNT INTO HIST-TOTAL
                   GIVING HIST-AVERAGE
           END-IF.
           REWRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "LATEADJ: AVGHIST rewrite failed (status "
                       WS-HIST-STATUS ")."
                   ADD 1 TO WS-POST-ERRORS
           END-REWRITE.

      * The adjustment feed is appended to, one H/D/T transmission
      * per run, the way APPROVAL appends reversals to GLREVSL.
       WRITE-GL-ADJUSTMENTS.
           OPEN EXTEND GLA-FILE.
           IF WS-GLA-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT GLA-FILE
           END-IF.
           MOVE WS-BUS-DATE TO WS-GLAH-DATE.
           WRITE GLA-RECORD FROM WS-GLA-HEADER.
           PERFORM WRITE-GL-DETAIL
               VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX GREATER THAN WS-AJ-USED.
           MOVE WS-GLA-DETAIL-COUNT TO WS-GLAT-COUNT.
           MOVE WS-GLA-HASH-SUM TO WS-GLAT-HASH.
           WRITE GLA-RECORD FROM WS-GLA-TRAILER.
           CLOSE GLA-FILE.

       WRITE-GL-DETAIL.
           MOVE SPACES TO WS-GLAD-BATCH.
           IF WS-AJ-TYPE(WS-AX) EQUAL TO "P"
               STRING "PRIOR-PER " WS-AJ-READ-DATE(WS-AX)
                   DELIMITED BY SIZE INTO WS-GLAD-BATCH
               MOVE "P" TO WS-GLAD-FLAG
           ELSE
               STRING "LATE ADJ " WS-AJ-READ-DATE(WS-AX)
                   DELIMITED BY SIZE INTO WS-GLAD-BATCH
               MOVE "A" TO WS-GLAD-FLAG
           END-IF.
           MOVE WS-AJ-POST-DATE(WS-AX) TO WS-GLAD-BUS-DATE.
           MOVE WS-AJ-COUNT(WS-AX) TO WS-GLAD-COUNT.
           MOVE WS-AJ-TOTAL(WS-AX) TO WS-GLAD-TOTAL.
           DIVIDE WS-AJ-COUNT(WS-AX) INTO WS-AJ-TOTAL(WS-AX)
               GIVING WS-GLAD-AVG.
           MOVE 0 TO WS-GLAD-REJECTED.
           PERFORM MAP-DEPARTMENT.
           MOVE WS-GL-ACCT TO WS-GLAD-GL-ACCT.
           WRITE GLA-RECORD FROM WS-GLA-DETAIL.
           ADD 1 TO WS-GLA-DETAIL-COUNT.
           ADD WS-AJ-TOTAL(WS-AX) TO WS-GLA-HASH-SUM.

       MAP-DEPARTMENT.
           MOVE SPACES TO WS-GL-ACCT.
           MOVE SPACES TO WS-DEPT-NAME.
           SET WS-MX TO 1.
           PERFORM NEXT-DM-SLOT
               UNTIL WS-MX GREATER THAN WS-DM-USED
                  OR WS-DM-CODE(WS-MX) EQUAL TO WS-AJ-DEPT(WS-AX).
           IF WS-MX NOT GREATER THAN WS-DM-USED
               MOVE WS-DM-GL(WS-MX) TO WS-GL-ACCT
               MOVE WS-DM-NAME(WS-MX) TO WS-DEPT-NAME
           END-IF.

       NEXT-DM-SLOT.
           ADD 1 TO WS-MX.

      * Only the held readings stay on LATEARR; everything else was
      * posted or is accounted for on the register.
       REWRITE-LATE-ARRIVALS.
           OPEN OUTPUT LATE-FILE.
           PERFORM KEEP-HELD-ARRIVAL
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX GREATER THAN WS-LA-USED.
           CLOSE LATE-FILE.

       KEEP-HELD-ARRIVAL.
           IF WS-LA-DISP(WS-LX) EQUAL TO "H"
               MOVE WS-LA-RAW(WS-LX) TO LATE-RECORD
               WRITE LATE-RECORD
           END-IF.

       PRINT-REGISTER.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Late-Arrival Adjustment Register" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Business Date: " WS-BUS-DATE
               "  Open period: " WS-OPEN-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           IF WS-OPEN-CLOSED EQUAL TO "Y"
               MOVE "(CLOSED)" TO WS-PRINT-LINE(46:8)
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Dept Name            Read Date  Count          Total"
               TO WS-PRINT-LINE.
           MOVE "Posted   Type      GL Acct" TO WS-PRINT-LINE(54:26).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-AJ-USED EQUAL TO 0
               MOVE "No late arrivals posted." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               MOVE WS-AJ-DEPT(1) TO WS-CUR-DEPT
               MOVE 0 TO WS-DEPT-COUNT
               MOVE 0 TO WS-DEPT-TOTAL
               PERFORM PRINT-REGISTER-LINE
                   VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX GREATER THAN WS-AJ-USED
               PERFORM PRINT-DEPT-TOTAL
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-GRAND-COUNT TO WS-COUNT-ED.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Grand Total" "                   "
               WS-COUNT-ED " " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "LATE ADJ  - booked to the reading's own date."
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "PRIOR-PER - PRIOR-PERIOD ADJUSTMENT: the reading's"
               TO WS-PRINT-LINE.
           MOVE " period is closed," TO WS-PRINT-LINE(51:18).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "            booked to the current open period."
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-HELD GREATER THAN 0
                   OR WS-UNREG GREATER THAN 0
                   OR WS-REVERSED GREATER THAN 0
                   OR WS-DUPLICATES GREATER THAN 0
               MOVE SPACES TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "Late arrivals not posted" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "Dept Read Date    Value Batch    Run Date Reason"
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               PERFORM PRINT-UNPOSTED-ARRIVAL
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX GREATER THAN WS-LA-USED
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Posted: " WS-POSTED
               "  Prior-period: " WS-PRIOR-ADJ
               "  Held: " WS-HELD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Not registered: " WS-UNREG
               "  Reversed: " WS-REVERSED
               "  Duplicates: " WS-DUPLICATES
               "  Posting errors: " WS-POST-ERRORS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.

       PRINT-REGISTER-LINE.
           IF WS-AJ-DEPT(WS-AX) NOT EQUAL TO WS-CUR-DEPT
               PERFORM PRINT-DEPT-TOTAL
               MOVE WS-AJ-DEPT(WS-AX) TO WS-CUR-DEPT
               MOVE 0 TO WS-DEPT-COUNT
               MOVE 0 TO WS-DEPT-TOTAL
           END-IF.
           ADD WS-AJ-COUNT(WS-AX) TO WS-DEPT-COUNT.
           ADD WS-AJ-TOTAL(WS-AX) TO WS-DEPT-TOTAL.
           ADD WS-AJ-COUNT(WS-AX) TO WS-GRAND-COUNT.
           ADD WS-AJ-TOTAL(WS-AX) TO WS-GRAND-TOTAL.
           PERFORM MAP-DEPARTMENT.
           IF WS-AJ-TYPE(WS-AX) EQUAL TO "P"
               MOVE "PRIOR-PER" TO WS-TYPE-LABEL
           ELSE
               MOVE "LATE ADJ" TO WS-TYPE-LABEL
           END-IF.
           MOVE WS-AJ-COUNT(WS-AX) TO WS-COUNT-ED.
           MOVE WS-AJ-TOTAL(WS-AX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AJ-DEPT(WS-AX) " " WS-DEPT-NAME(1:15) " "
               WS-AJ-READ-DATE(WS-AX) " " WS-COUNT-ED " "
               WS-TOTAL-ED " " WS-AJ-POST-DATE(WS-AX) " "
               WS-TYPE-LABEL " " WS-GL-ACCT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-DEPT-TOTAL.
           MOVE WS-DEPT-COUNT TO WS-COUNT-ED.
           MOVE WS-DEPT-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "     " WS-CUR-DEPT " total"
               "               "
               WS-COUNT-ED " " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-UNPOSTED-ARRIVAL.
           MOVE WS-LA-RAW(WS-LX) TO LATE-RECORD.
           MOVE SPACES TO WS-REASON.
           EVALUATE WS-LA-DISP(WS-LX)
               WHEN "H"
                   MOVE "HELD - OPEN PERIOD CLOSED" TO WS-REASON
               WHEN "U"
                   MOVE "BATCH NOT REGISTERED" TO WS-REASON
               WHEN "R"
                   MOVE "BATCH REVERSED" TO WS-REASON
               WHEN "X"
                   MOVE "DUPLICATE (RESTART)" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REASON NOT EQUAL TO SPACES
               MOVE LATE-VALUE TO WS-VALUE-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING LATE-DEPT " " LATE-READ-DATE " " WS-VALUE-ED
                   " " LATE-BATCH-ID " " LATE-RUN-DATE " " WS-REASON
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "LATEADJ" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "LATEARR" TO JRNL-INPUT.
           MOVE WS-LA-USED TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-HELD + WS-UNREG + WS-REVERSED.
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
               DISPLAY "LATEADJ: AVGLOCK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "LATEADJ: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "LATEADJ" TO LOCK-PROGRAM
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
