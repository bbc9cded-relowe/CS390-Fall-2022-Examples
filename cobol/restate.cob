      * Restatement rerun of one archived input batch. AVERAGE and
      * AVGBATCH archive every batch they accept through INPFILE
      * (INP.<batchid>.<businessdate>, catalogued on INPCAT -
      * copybook/inpcat.cpy); this program takes the batch ID, and
      * the business date if the batch was archived more than once
      * (blank takes the latest), reads the archived records back,
      * and puts them through the current validation - the record
      * formats, the DEPTMAST department check, late-arrival
      * classification against the header's business date, and the
      * DEPTLIM limits with their I/E policy - exactly as AVGCALC
      * does for a live batch. It is how audit is shown the
      * readings behind a posted figure, and how a past day is
      * recomputed after a DEPTMAST or DEPTLIM correction.
      * Nothing is posted: BATCHREG, AVGHIST, DEPTHIST and the GL
      * extract are not touched, and rejects and limit exceptions
      * are listed on the report instead of going to NUMSUSP or
      * EXCPRPT, so a restatement cannot be repaired and resubmitted
      * by mistake or overwrite the day's exceptions report. Any
      * correction the restatement shows is booked through the
      * normal adjustment routes (BATCHREV, or a RERUNOK rerun).
      * The report (RSTRPT) lists each restated reject and
      * exception, then sets the figures the accepting run produced
      * (carried on the INPCAT row) beside the restated ones -
      * readings accepted, total, average, rejects, late arrivals -
      * with the difference, and proves the archived records still
      * balance to their trailer. It is filed in the report
      * repository through RPTFILE, and the run is journaled on
      * RUNJRNL (copybook/runjrnl.cpy): GOOD with condition code 0
      * when the restated figures agree, WARN with 4 when they
      * differ, FAIL with 8 when the batch is not catalogued, its
      * archive cannot be read, or the archive no longer balances
      * to its trailer.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RESTATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT-FILE ASSIGN TO "INPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT LIM-FILE ASSIGN TO "DEPTLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "inpcat.cpy".

       FD  ARCH-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numfile.cpy".

       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

       FD  LIM-FILE
           LABEL RECORDS ARE OMITTED.
          01 LIM-RECORD.
             05 LIM-DEPT      PIC X(4).
             05 LIM-MIN       PIC S9(5)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 LIM-MAX       PIC S9(5)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 LIM-POLICY    PIC X.

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
           COPY "numrec.cpy".

          01 WS-CAT-STATUS   PIC XX.
          01 WS-ARCH-STATUS  PIC XX.
          01 WS-DEPT-STATUS  PIC XX.
          01 WS-LIM-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-ARCH-NAME    PIC X(40) VALUE SPACES.
          01 WS-WANT-BATCH   PIC X(8).
          01 WS-WANT-DATE    PIC X(8).
          01 WS-DATE-OK      PIC X.
          01 WS-CHECK-DATE   PIC 9(8).
          01 WS-FOUND        PIC X VALUE "N".

          01 WS-ORIG-BATCH-ID PIC X(8).
          01 WS-ORIG-BUS-DATE PIC 9(8).
          01 WS-ORIG-RUN-DATE PIC 9(8).
          01 WS-ORIG-PROGRAM PIC X(8).
          01 WS-ORIG-OPERATOR PIC X(8).
          01 WS-ORIG-FILED-TS PIC X(14).
          01 WS-ORIG-SOURCE  PIC X(40).
          01 WS-ORIG-TRL-COUNT PIC 9(7).
          01 WS-ORIG-TRL-HASH PIC S9(10)V99.
          01 WS-ORIG-COUNT   PIC 9(7).
          01 WS-ORIG-TOTAL   PIC S9(12)V99.
          01 WS-ORIG-AVG     PIC S9(5)V99.
          01 WS-ORIG-REJECTED PIC 9(5).
          01 WS-ORIG-LATE    PIC 9(7).

          01 WS-RAW-N        PIC 9(5) VALUE 0.
          01 WS-N            PIC 9(7) VALUE 0.
          01 WS-SUM          PIC S9(12)V99 VALUE 0.
          01 WS-AVG          PIC S9(5)V99 VALUE 0.
          01 WS-REJECTED     PIC 9(5) VALUE 0.
          01 WS-LATE-COUNT   PIC 9(7) VALUE 0.
          01 WS-EXCP-COUNT   PIC 9(5) VALUE 0.
          01 WS-EXCP-EXCL    PIC 9(5) VALUE 0.
          01 WS-HDR-SEEN     PIC X VALUE "N".
          01 WS-TRL-SEEN     PIC X VALUE "N".
          01 WS-BUS-DATE     PIC 9(8) VALUE 0.
          01 WS-TRL-COUNT    PIC 9(7) VALUE 0.
          01 WS-TRL-HASH     PIC S9(10)V99 VALUE 0.
          01 WS-DETAIL-N     PIC 9(7) VALUE 0.
          01 WS-HASH-SUM     PIC S9(10)V99 VALUE 0.
          01 WS-IN-BALANCE   PIC X VALUE "N".
          01 WS-CHANGED      PIC X VALUE "N".
          01 WS-LINES-LISTED PIC 9(5) VALUE 0.
          01 WS-REASON       PIC X(4).
          01 WS-DISP-TEXT    PIC X(40).

          01 WS-LIM-EOF      PIC X.
          01 WS-LIM-MAX      PIC 9(2) VALUE 50.
          01 WS-LIM-USED     PIC 9(2) VALUE 0.
          01 WS-LX           PIC 9(2).
          01 WS-LIM-TABLE.
             05 WS-LIM-ENTRY OCCURS 50 TIMES.
                10 WS-LM-DEPT   PIC X(4).
                10 WS-LM-MIN    PIC S9(5)V99.
                10 WS-LM-MAX    PIC S9(5)V99.
                10 WS-LM-POLICY PIC X.
          01 WS-LIM-DISP     PIC X.
          01 WS-DM-EOF       PIC X.
          01 WS-DM-MAX       PIC 9(2) VALUE 50.
          01 WS-DM-USED      PIC 9(2) VALUE 0.
          01 WS-MX           PIC 9(2).
          01 WS-DM-TABLE.
             05 WS-DM-ENTRY OCCURS 50 TIMES.
                10 WS-DM-CODE   PIC X(4).
                10 WS-DM-ACTIVE PIC X.
          01 WS-DEPT-OK      PIC X.

          01 WS-COUNT-DIFF   PIC S9(7).
          01 WS-AMT-DIFF     PIC S9(12)V99.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-CNT-ED       PIC Z(15)9.
          01 WS-CNT-DIFF-ED  PIC -(15)9.
          01 WS-AMT-ED       PIC -(12)9.99.
          01 WS-HASH-ED      PIC -(10)9.99.
          01 WS-TRL-COUNT-ED PIC Z(6)9.
          01 WS-LIM-MIN-ED   PIC -(5)9.99.
          01 WS-LIM-MAX-ED   PIC -(5)9.99.
          01 WS-EXCP-ED      PIC Z(4)9.
          01 WS-EXCL-ED      PIC Z(4)9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "RESTATE".
          01 WS-RPT-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       Restate.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           DISPLAY "Batch ID to restate? " WITH NO ADVANCING.
           ACCEPT WS-WANT-BATCH.
           DISPLAY "Business date (YYYYMMDD, blank for latest)? "
               WITH NO ADVANCING.
           ACCEPT WS-WANT-DATE.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-WANT-DATE NOT EQUAL TO SPACES
               IF WS-WANT-DATE IS NUMERIC
                   MOVE WS-WANT-DATE TO WS-CHECK-DATE
                   PERFORM CHECK-DATE
               ELSE
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.
           IF WS-WANT-BATCH EQUAL TO SPACES
                   OR WS-DATE-OK NOT EQUAL TO "Y"
               DISPLAY "RESTATE: a batch ID and a YYYYMMDD business "
                   "date (or blank) are needed - nothing restated."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM FIND-CATALOG-ENTRY.
           IF WS-FOUND NOT EQUAL TO "Y"
               DISPLAY "RESTATE: batch " FUNCTION TRIM(WS-WANT-BATCH)
                   " is not on the INPCAT input catalog - nothing "
                   "restated."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT EQUAL TO "00"
               DISPLAY "RESTATE: archived input "
                   FUNCTION TRIM(WS-ARCH-NAME)
                   " cannot be opened (status " WS-ARCH-STATUS
                   ") - nothing restated."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-LIMITS.
           PERFORM LOAD-DEPT-MASTER.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           PERFORM RESTATE-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           CLOSE ARCH-FILE.
           IF WS-LINES-LISTED EQUAL TO 0
               MOVE "  None." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           PERFORM SET-RESTATED-FIGURES.
           PERFORM PRINT-COMPARISON.
           PERFORM PRINT-BALANCE.
           PERFORM PRINT-RESULT.
           CLOSE PRINT-FILE.
           PERFORM FILE-RESTATE-REPORT.
           IF WS-IN-BALANCE NOT EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CHANGED EQUAL TO "Y"
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

       CHECK-DATE.
           IF WS-CHECK-DATE(5:2) LESS THAN "01"
                   OR WS-CHECK-DATE(5:2) GREATER THAN "12"
                   OR WS-CHECK-DATE(7:2) LESS THAN "01"
                   OR WS-CHECK-DATE(7:2) GREATER THAN "31"
               MOVE "N" TO WS-DATE-OK
           END-IF.

      * The batch's INPCAT row. A business date given is read
      * directly on the key; with none, the batch ID's archives are
      * read in business-date order from the start of its key range
      * and the last - the latest - is taken.
       FIND-CATALOG-ENTRY.
           MOVE "N" TO WS-FOUND.
           MOVE 0 TO WS-ORIG-BUS-DATE.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS EQUAL TO "00"
               MOVE WS-WANT-BATCH TO IC-BATCH-ID
               IF WS-WANT-DATE EQUAL TO SPACES
                   MOVE 0 TO IC-BUS-DATE
                   MOVE "N" TO WS-EOF-SWITCH
                   START CAT-FILE KEY IS NOT LESS THAN IC-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-START
                   PERFORM SCAN-CATALOG
                       UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               ELSE
                   MOVE WS-CHECK-DATE TO IC-BUS-DATE
                   READ CAT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TAKE-CATALOG-ENTRY
                   END-READ
               END-IF
               CLOSE CAT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       SCAN-CATALOG.
           READ CAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF IC-BATCH-ID NOT EQUAL TO WS-WANT-BATCH
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       PERFORM TAKE-CATALOG-ENTRY
                   END-IF
           END-READ.

       TAKE-CATALOG-ENTRY.
           MOVE "Y" TO WS-FOUND.
           MOVE IC-BATCH-ID TO WS-ORIG-BATCH-ID.
           MOVE IC-BUS-DATE TO WS-ORIG-BUS-DATE.
           MOVE IC-RUN-DATE TO WS-ORIG-RUN-DATE.
           MOVE IC-PROGRAM TO WS-ORIG-PROGRAM.
           MOVE IC-OPERATOR TO WS-ORIG-OPERATOR.
           MOVE IC-FILED-TS TO WS-ORIG-FILED-TS.
           MOVE IC-SOURCE TO WS-ORIG-SOURCE.
           MOVE IC-TRL-COUNT TO WS-ORIG-TRL-COUNT.
           MOVE IC-TRL-HASH TO WS-ORIG-TRL-HASH.
           MOVE IC-COUNT TO WS-ORIG-COUNT.
           MOVE IC-TOTAL TO WS-ORIG-TOTAL.
           MOVE IC-REJECTED TO WS-ORIG-REJECTED.
           MOVE IC-LATE TO WS-ORIG-LATE.
           MOVE SPACES TO WS-ARCH-NAME.
           MOVE IC-FILENAME TO WS-ARCH-NAME.

      * Current validation - the same tests, in the same order, as
      * AVGCALC, with rejects and exceptions listed on RSTRPT.
       LOAD-LIMITS.
           OPEN INPUT LIM-FILE.
           IF WS-LIM-STATUS EQUAL TO "00"
               MOVE "N" TO WS-LIM-EOF
               PERFORM LOAD-LIMIT-RECORD
                   UNTIL WS-LIM-EOF EQUAL TO "Y"
               CLOSE LIM-FILE
           END-IF.

       LOAD-LIMIT-RECORD.
           READ LIM-FILE
               AT END
                   MOVE "Y" TO WS-LIM-EOF
               NOT AT END
                   IF WS-LIM-USED LESS THAN WS-LIM-MAX
                       ADD 1 TO WS-LIM-USED
                       MOVE LIM-DEPT TO WS-LM-DEPT(WS-LIM-USED)
                       MOVE LIM-MIN TO WS-LM-MIN(WS-LIM-USED)
                       MOVE LIM-MAX TO WS-LM-MAX(WS-LIM-USED)
                       MOVE LIM-POLICY TO WS-LM-POLICY(WS-LIM-USED)
                   ELSE
                       DISPLAY "RESTATE: DEPTLIM has more than "
                           WS-LIM-MAX " records - extras ignored."
                       MOVE "Y" TO WS-LIM-EOF
                   END-IF
           END-READ.

       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS EQUAL TO "00"
               MOVE "N" TO WS-DM-EOF
               PERFORM LOAD-DEPT-RECORD
                   UNTIL WS-DM-EOF EQUAL TO "Y"
               CLOSE DEPT-FILE
           END-IF.

       LOAD-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE "Y" TO WS-DM-EOF
               NOT AT END
                   IF WS-DM-USED LESS THAN WS-DM-MAX
                       ADD 1 TO WS-DM-USED
                       MOVE DEPT-CODE TO WS-DM-CODE(WS-DM-USED)
                       MOVE DEPT-ACTIVE TO WS-DM-ACTIVE(WS-DM-USED)
                   ELSE
                       DISPLAY "RESTATE: DEPTMAST has more than "
                           WS-DM-MAX " records - extras ignored."
                       MOVE "Y" TO WS-DM-EOF
                   END-IF
           END-READ.

       RESTATE-RECORD.
           READ ARCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RAW-N
                   PERFORM PROCESS-RECORD
           END-READ.

       PROCESS-RECORD.
           EVALUATE TRUE
               WHEN NUM-REC-HEADER
                   MOVE NUM-HDR-BUS-DATE TO WS-BUS-DATE
                   MOVE "Y" TO WS-HDR-SEEN
               WHEN NUM-REC-TRAILER
                   MOVE NUM-TRL-COUNT TO WS-TRL-COUNT
                   MOVE NUM-TRL-HASH TO WS-TRL-HASH
                   MOVE "Y" TO WS-TRL-SEEN
               WHEN NUM-REC-DETAIL
                   PERFORM PROCESS-DETAIL
               WHEN OTHER
                   MOVE "TYPE" TO WS-REASON
                   PERFORM LIST-REJECT
           END-EVALUATE.

       PROCESS-DETAIL.
           ADD 1 TO WS-DETAIL-N.
           IF NUM-VALUE IS NUMERIC
                   AND NUM-READ-DATE IS NUMERIC
               MOVE NUM-VALUE TO WS-NUMREC-VALUE
               MOVE NUM-DEPT TO WS-NUMREC-DEPT
               ADD WS-NUMREC-VALUE TO WS-HASH-SUM
               PERFORM VALIDATE-DEPARTMENT
               IF WS-DEPT-OK NOT EQUAL TO "Y"
                   MOVE "DEPT" TO WS-REASON
                   PERFORM LIST-REJECT
               ELSE
                   IF WS-HDR-SEEN EQUAL TO "Y"
                           AND NUM-READ-DATE LESS THAN WS-BUS-DATE
                       ADD 1 TO WS-LATE-COUNT
                   ELSE
                       PERFORM CHECK-LIMITS
                       IF WS-LIM-DISP NOT EQUAL TO "E"
                           ADD 1 TO WS-N
                           ADD WS-NUMREC-VALUE TO WS-SUM
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF NUM-VALUE IS NUMERIC
                   MOVE "DATE" TO WS-REASON
               ELSE
                   MOVE "NNUM" TO WS-REASON
               END-IF
               PERFORM LIST-REJECT
           END-IF.

       VALIDATE-DEPARTMENT.
           MOVE "Y" TO WS-DEPT-OK.
           IF WS-DM-USED GREATER THAN 0
               SET WS-MX TO 1
               PERFORM NEXT-DM-SLOT
                   UNTIL WS-MX GREATER THAN WS-DM-USED
                      OR WS-DM-CODE(WS-MX) EQUAL TO WS-NUMREC-DEPT
               IF WS-MX GREATER THAN WS-DM-USED
                   MOVE "N" TO WS-DEPT-OK
               ELSE
                   IF WS-DM-ACTIVE(WS-MX) NOT EQUAL TO "A"
                       MOVE "N" TO WS-DEPT-OK
                   END-IF
               END-IF
           END-IF.

       NEXT-DM-SLOT.
           ADD 1 TO WS-MX.

       CHECK-LIMITS.
           MOVE "N" TO WS-LIM-DISP.
           SET WS-LX TO 1.
           PERFORM NEXT-LIM-SLOT
               UNTIL WS-LX GREATER THAN WS-LIM-USED
                  OR WS-LM-DEPT(WS-LX) EQUAL TO WS-NUMREC-DEPT.
           IF WS-LX GREATER THAN WS-LIM-USED
               CONTINUE
           ELSE
               IF WS-NUMREC-VALUE LESS THAN WS-LM-MIN(WS-LX)
                       OR WS-NUMREC-VALUE GREATER THAN
                           WS-LM-MAX(WS-LX)
                   ADD 1 TO WS-EXCP-COUNT
                   IF WS-LM-POLICY(WS-LX) EQUAL TO "E"
                       MOVE "E" TO WS-LIM-DISP
                       ADD 1 TO WS-EXCP-EXCL
                   ELSE
                       MOVE "I" TO WS-LIM-DISP
                   END-IF
                   PERFORM LIST-EXCEPTION
               END-IF
           END-IF.

       NEXT-LIM-SLOT.
           ADD 1 TO WS-LX.

       LIST-REJECT.
           ADD 1 TO WS-REJECTED.
           MOVE SPACES TO WS-DISP-TEXT.
           EVALUATE WS-REASON
               WHEN "DEPT"
                   MOVE "REJECTED DEPT - unknown/inactive"
                       TO WS-DISP-TEXT
               WHEN "DATE"
                   MOVE "REJECTED DATE - bad reading date"
                       TO WS-DISP-TEXT
               WHEN "NNUM"
                   MOVE "REJECTED NNUM - non-numeric reading"
                       TO WS-DISP-TEXT
               WHEN OTHER
                   MOVE "REJECTED TYPE - unknown record type"
                       TO WS-DISP-TEXT
           END-EVALUATE.
           PERFORM PRINT-DISPOSITION.

       LIST-EXCEPTION.
           MOVE WS-LM-MIN(WS-LX) TO WS-LIM-MIN-ED.
           MOVE WS-LM-MAX(WS-LX) TO WS-LIM-MAX-ED.
           MOVE SPACES TO WS-DISP-TEXT.
           IF WS-LIM-DISP EQUAL TO "E"
               STRING "EXCLUDED " FUNCTION TRIM(WS-LIM-MIN-ED)
                   " to " FUNCTION TRIM(WS-LIM-MAX-ED)
                   DELIMITED BY SIZE INTO WS-DISP-TEXT
           ELSE
               STRING "INCLUDED " FUNCTION TRIM(WS-LIM-MIN-ED)
                   " to " FUNCTION TRIM(WS-LIM-MAX-ED)
                   DELIMITED BY SIZE INTO WS-DISP-TEXT
           END-IF.
           PERFORM PRINT-DISPOSITION.

       PRINT-DISPOSITION.
           ADD 1 TO WS-LINES-LISTED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " WS-RAW-N "   " NUM-RECORD-RAW "  "
               WS-DISP-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * Both averages are taken the way AVGCALC takes a batch
      * average, so an unchanged batch restates to the cent.
       SET-RESTATED-FIGURES.
           IF WS-N GREATER THAN 0
               DIVIDE WS-N INTO WS-SUM GIVING WS-AVG
           ELSE
               MOVE 0 TO WS-AVG
           END-IF.
           IF WS-ORIG-COUNT GREATER THAN 0
               DIVIDE WS-ORIG-COUNT INTO WS-ORIG-TOTAL
                   GIVING WS-ORIG-AVG
           ELSE
               MOVE 0 TO WS-ORIG-AVG
           END-IF.
           IF WS-HDR-SEEN EQUAL TO "Y"
                   AND WS-TRL-SEEN EQUAL TO "Y"
                   AND WS-DETAIL-N EQUAL TO WS-TRL-COUNT
                   AND WS-HASH-SUM EQUAL TO WS-TRL-HASH
                   AND WS-TRL-COUNT EQUAL TO WS-ORIG-TRL-COUNT
                   AND WS-TRL-HASH EQUAL TO WS-ORIG-TRL-HASH
               MOVE "Y" TO WS-IN-BALANCE
           ELSE
               MOVE "N" TO WS-IN-BALANCE
           END-IF.
           IF WS-N NOT EQUAL TO WS-ORIG-COUNT
                   OR WS-SUM NOT EQUAL TO WS-ORIG-TOTAL
                   OR WS-REJECTED NOT EQUAL TO WS-ORIG-REJECTED
                   OR WS-LATE-COUNT NOT EQUAL TO WS-ORIG-LATE
               MOVE "Y" TO WS-CHANGED
           END-IF.

      * RSTRPT report headings.
       PRINT-HEADINGS.
           MOVE "Batch Restatement Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Batch: " WS-ORIG-BATCH-ID
               "  Business date: " WS-ORIG-BUS-DATE
               "  Restated: " WS-START-STAMP(1:8)
               " by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Accepted by " WS-ORIG-PROGRAM
               " run " WS-ORIG-RUN-DATE
               " from " FUNCTION TRIM(WS-ORIG-SOURCE)
               " (operator " FUNCTION TRIM(WS-ORIG-OPERATOR) ")"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Archived input: " FUNCTION TRIM(WS-ARCH-NAME)
               "  filed " WS-ORIG-FILED-TS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Restated against the current DEPTMAST and "
               "DEPTLIM - nothing is posted."
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Restated Rejects and Exceptions" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "  Record  Input                  Disposition"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-COMPARISON.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Figure                          Original"
               "         Restated       Difference"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Readings accepted" TO WS-PRINT-LINE(1:22).
           MOVE WS-ORIG-COUNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-PRINT-LINE(25:16).
           MOVE WS-N TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-PRINT-LINE(42:16).
           COMPUTE WS-COUNT-DIFF = WS-N - WS-ORIG-COUNT.
           MOVE WS-COUNT-DIFF TO WS-CNT-DIFF-ED.
           MOVE WS-CNT-DIFF-ED TO WS-PRINT-LINE(59:16).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Total" TO WS-PRINT-LINE(1:22).
           MOVE WS-ORIG-TOTAL TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-PRINT-LINE(25:16).
           MOVE WS-SUM TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-PRINT-LINE(42:16).
           COMPUTE WS-AMT-DIFF = WS-SUM - WS-ORIG-TOTAL.
           MOVE WS-AMT-DIFF TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-PRINT-LINE(59:16).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Average" TO WS-PRINT-LINE(1:22).
           MOVE WS-ORIG-AVG TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-PRINT-LINE(25:16).
           MOVE WS-AVG TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-PRINT-LINE(42:16).
           COMPUTE WS-AMT-DIFF = WS-AVG - WS-ORIG-AVG.
           MOVE WS-AMT-DIFF TO WS-AMT-ED.
           MOVE WS-AMT-ED TO WS-PRINT-LINE(59:16).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Rejected" TO WS-PRINT-LINE(1:22).
           MOVE WS-ORIG-REJECTED TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-PRINT-LINE(25:16).
           MOVE WS-REJECTED TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-PRINT-LINE(42:16).
           COMPUTE WS-COUNT-DIFF = WS-REJECTED - WS-ORIG-REJECTED.
           MOVE WS-COUNT-DIFF TO WS-CNT-DIFF-ED.
           MOVE WS-CNT-DIFF-ED TO WS-PRINT-LINE(59:16).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Late arrivals" TO WS-PRINT-LINE(1:22).
           MOVE WS-ORIG-LATE TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-PRINT-LINE(25:16).
           MOVE WS-LATE-COUNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-PRINT-LINE(42:16).
           COMPUTE WS-COUNT-DIFF = WS-LATE-COUNT - WS-ORIG-LATE.
           MOVE WS-COUNT-DIFF TO WS-CNT-DIFF-ED.
           MOVE WS-CNT-DIFF-ED TO WS-PRINT-LINE(59:16).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-EXCP-COUNT TO WS-EXCP-ED.
           MOVE WS-EXCP-EXCL TO WS-EXCL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Limit exceptions now: " WS-EXCP-ED
               "  of which excluded: " WS-EXCL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-BALANCE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-ORIG-TRL-COUNT TO WS-TRL-COUNT-ED.
           MOVE WS-ORIG-TRL-HASH TO WS-HASH-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Trailer (catalogued): count " WS-TRL-COUNT-ED
               "  hash " WS-HASH-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-DETAIL-N TO WS-TRL-COUNT-ED.
           MOVE WS-HASH-SUM TO WS-HASH-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-IN-BALANCE EQUAL TO "Y"
               STRING "Archive as read:      count " WS-TRL-COUNT-ED
                   "  hash " WS-HASH-ED "  IN BALANCE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "Archive as read:      count " WS-TRL-COUNT-ED
                   "  hash " WS-HASH-ED "  OUT OF BALANCE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-RESULT.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-IN-BALANCE NOT EQUAL TO "Y"
                   STRING "ARCHIVE DAMAGED - out of balance to its "
                       "trailer; figures not reliable."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WS-CHANGED EQUAL TO "Y"
                   STRING "RESTATED FIGURES DIFFER - not posted; book "
                       "any correction by adjustment."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "NO CHANGE - restated figures agree with "
                       "the original."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       FILE-RESTATE-REPORT.
           MOVE WS-START-STAMP(1:8) TO WS-RPT-DATE.
           MOVE "RSTRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-RPT-DATE
               WS-RPT-PROGRAM WS-OPERATOR.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "RESTATE" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           IF WS-ARCH-NAME EQUAL TO SPACES
               MOVE SPACES TO JRNL-INPUT
               STRING "INPCAT " WS-WANT-BATCH
                   DELIMITED BY SIZE INTO JRNL-INPUT
           ELSE
               MOVE WS-ARCH-NAME TO JRNL-INPUT
           END-IF.
           MOVE WS-RAW-N TO JRNL-READ-COUNT.
           MOVE WS-REJECTED TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
