      * Period comparison report for the board pack: how the month,
      * the quarter to date, and the year to date went, each beside
      * the same period of the prior year. MONTHEND gives one closed
      * month at a time and TREND compares with the previous run or
      * month, so until now the quarter and last year's figures were
      * added up by hand from old MONTHRPT pages. The operator names
      * the accounting period (YYYYMM); the quarter to date runs from
      * the first month of its calendar quarter through the period,
      * the year to date from January, and the prior year's windows
      * are the same months one year back.
      * The suite-level figures - runs, readings, total, average,
      * rejects, and control-limit exceptions - come from the closed
      * PERIODSUM rows (copybook/periodsum.cpy) accounting signed at
      * close. A month not closed on PERIODSUM yet is rolled from the
      * AVGHIST run history (copybook/avghist.cpy) exactly as
      * MONTHEND would roll it - AVERAGE rows, BATCHREV reversals
      * netted out, LATEADJ and PRIORADJ late arrivals added in - and
      * every window that includes such a month is marked
      * PROVISIONAL, with the number of months not closed, so nobody
      * quotes unclosed figures as final. Each figure prints with the
      * change from the prior year in units (dollars for the total
      * and average) and as a percent of the prior year.
      * The department breakdown sets each department's readings and
      * total for the three windows beside the prior year's from the
      * DEPTHIST department history (copybook/depthist.cpy), with the
      * DEPTMAST name (copybook/deptmast.cpy). DEPTHIST is keyed on
      * run date plus department, so it is read from the first of
      * January of the prior year and stops once the named period
      * ends. DEPTHIST carries the readings as averaged and does not
      * net BATCHREV reversals, so its totals can differ from the
      * closed suite figures by the reversals.
      * The report (PRDCRPT) is filed in the report repository
      * through RPTFILE, and every run appends a record to the shared
      * RUNJRNL run journal (copybook/runjrnl.cpy): a report with any
      * PROVISIONAL figures journals WARN with condition code 4; a
      * bad period journals FAIL with condition code 8.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PRDCOMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSUM-FILE ASSIGN TO "PERIODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.

           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PRDCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PSUM-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "periodsum.cpy".

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".

       FD  DHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "depthist.cpy".

       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

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
          01 WS-PSUM-STATUS  PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-DHIST-STATUS PIC XX.
          01 WS-DEPT-STATUS  PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-PERIOD       PIC 9(6).
          01 WS-PERIOD-YEAR  PIC 9(4).
          01 WS-PERIOD-MONTH PIC 9(2).
          01 WS-PRIOR-YEAR   PIC 9(4).
          01 WS-PRIOR-PERIOD PIC 9(6).
          01 WS-QTR-START    PIC 9(2).
          01 WS-QTR-NUMBER   PIC 9(2).
          01 WS-MONTH-WORK   PIC 9(2).
          01 WS-ROW-YEAR     PIC 9(4).
          01 WS-ROW-MONTH    PIC 9(2).
          01 WS-PSUM-READ    PIC 9(7) VALUE 0.
          01 WS-HIST-READ    PIC 9(7) VALUE 0.
          01 WS-DHIST-READ   PIC 9(7) VALUE 0.
          01 WS-PROVISIONAL  PIC X VALUE "N".
          01 WS-FIND-DEPT    PIC X(4).

      * One slot per month of the two years compared: 1-12 this
      * year, 13-24 the prior year. A month closed on PERIODSUM
      * takes the closed row; any other month is rolled from AVGHIST.
          01 WS-MX           PIC 9(2).
          01 WS-MONTH-TABLE.
             05 WS-MS-ENTRY OCCURS 24 TIMES.
                10 WS-MS-CLOSED    PIC X.
                10 WS-MS-RUNS      PIC 9(5).
                10 WS-MS-COUNT     PIC S9(9).
                10 WS-MS-REJECTED  PIC 9(7).
                10 WS-MS-EXCP      PIC 9(7).
                10 WS-MS-TOTAL     PIC S9(12)V99.

          01 WS-W-FROM       PIC 9(2).
          01 WS-W-TO         PIC 9(2).
          01 WS-W-BASE       PIC 9(2).
          01 WS-W-RUNS       PIC 9(7).
          01 WS-W-COUNT      PIC S9(9).
          01 WS-W-REJECTED   PIC 9(9).
          01 WS-W-EXCP       PIC 9(9).
          01 WS-W-TOTAL      PIC S9(12)V99.
          01 WS-W-AVERAGE    PIC S9(5)V99.
          01 WS-W-OPEN       PIC 9(2).
          01 WS-TY-FIGURES.
             05 WS-TY-RUNS      PIC 9(7).
             05 WS-TY-COUNT     PIC S9(9).
             05 WS-TY-REJECTED  PIC 9(9).
             05 WS-TY-EXCP      PIC 9(9).
             05 WS-TY-TOTAL     PIC S9(12)V99.
             05 WS-TY-AVERAGE   PIC S9(5)V99.
             05 WS-TY-OPEN      PIC 9(2).
          01 WS-LY-FIGURES.
             05 WS-LY-RUNS      PIC 9(7).
             05 WS-LY-COUNT     PIC S9(9).
             05 WS-LY-REJECTED  PIC 9(9).
             05 WS-LY-EXCP      PIC 9(9).
             05 WS-LY-TOTAL     PIC S9(12)V99.
             05 WS-LY-AVERAGE   PIC S9(5)V99.
             05 WS-LY-OPEN      PIC 9(2).
          01 WS-WINDOW-LABEL PIC X(16).
          01 WS-WINDOW-MONTHS PIC 9(2).

          01 WS-DM-EOF       PIC X.
          01 WS-DEPT-MAX     PIC 9(2) VALUE 50.
          01 WS-DEPT-USED    PIC 9(2) VALUE 0.
          01 WS-DEPT-OVFL-WARNED PIC X VALUE "N".
          01 WS-DX           PIC 9(2).
          01 WS-FX           PIC 9.
          01 WS-DEPTS-SHOWN  PIC 9(5) VALUE 0.
      * Figures 1-3 are this year's month, QTD, and YTD; 4-6 the
      * prior year's.
          01 WS-DEPT-TABLE.
             05 WS-DT-ENTRY OCCURS 50 TIMES.
                10 WS-DT-DEPT        PIC X(4).
                10 WS-DT-NAME        PIC X(20).
                10 WS-DT-ROWS        PIC 9(7).
                10 WS-DT-FIGURE OCCURS 6 TIMES.
                   15 WS-DT-COUNT    PIC 9(9).
                   15 WS-DT-TOTAL    PIC S9(12)V99.

          01 WS-C-LABEL      PIC X(12).
          01 WS-C-KIND       PIC X.
          01 WS-C-THIS       PIC S9(12)V99.
          01 WS-C-LAST       PIC S9(12)V99.
          01 WS-C-CHANGE     PIC S9(12)V99.
          01 WS-C-UNITS-ED   PIC -(12)9.
          01 WS-C-MONEY-ED   PIC -(9)9.99.
          01 WS-C-THIS-X     PIC X(13).
          01 WS-C-LAST-X     PIC X(13).
          01 WS-C-CHANGE-X   PIC X(13).
          01 WS-PCT          PIC S9(5)V9.
          01 WS-PCT-ED       PIC -(5)9.9.
          01 WS-PCT-X        PIC X(8).

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-OPEN-ED      PIC Z9.
          01 WS-MONTHS-ED    PIC Z9.
          01 WS-COUNT-ED     PIC Z(8)9.
          01 WS-COUNT2-ED    PIC Z(8)9.
          01 WS-TOTAL-ED     PIC -(8)9.99.
          01 WS-TOTAL2-ED    PIC -(8)9.99.
          01 WS-VAR-ED       PIC -(8)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "PRDCOMP".
          01 WS-RPT-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       Prdcomp.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           DISPLAY "Period to report (YYYYMM)? " WITH NO ADVANCING.
           ACCEPT WS-PERIOD.
           IF WS-PERIOD IS NOT NUMERIC
               MOVE 0 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           END-IF.
           IF WS-PERIOD-MONTH LESS THAN 1
                   OR WS-PERIOD-MONTH GREATER THAN 12
               DISPLAY "PRDCOMP: period must be YYYYMM - nothing "
                   "reported."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR.
           COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1.
           COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 100.
           SUBTRACT 1 FROM WS-PERIOD-MONTH GIVING WS-MONTH-WORK.
           DIVIDE WS-MONTH-WORK BY 3 GIVING WS-QTR-NUMBER.
           COMPUTE WS-QTR-START = WS-QTR-NUMBER * 3 + 1.
           PERFORM CLEAR-MONTH-SLOT
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX GREATER THAN 24.
           PERFORM LOAD-PERIOD-SUMMARY.
           PERFORM ROLL-OPEN-MONTHS.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-DEPT-HISTORY.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           MOVE "Month" TO WS-WINDOW-LABEL.
           MOVE WS-PERIOD-MONTH TO WS-W-FROM.
           PERFORM PRINT-WINDOW.
           MOVE "Quarter to date" TO WS-WINDOW-LABEL.
           MOVE WS-QTR-START TO WS-W-FROM.
           PERFORM PRINT-WINDOW.
           MOVE "Year to date" TO WS-WINDOW-LABEL.
           MOVE 1 TO WS-W-FROM.
           PERFORM PRINT-WINDOW.
           PERFORM PRINT-DEPARTMENTS.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           PERFORM FILE-PERIOD-REPORT.
           IF WS-PROVISIONAL EQUAL TO "Y"
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

       CLEAR-MONTH-SLOT.
           MOVE "N" TO WS-MS-CLOSED(WS-MX).
           MOVE 0 TO WS-MS-RUNS(WS-MX).
           MOVE 0 TO WS-MS-COUNT(WS-MX).
           MOVE 0 TO WS-MS-REJECTED(WS-MX).
           MOVE 0 TO WS-MS-EXCP(WS-MX).
           MOVE 0 TO WS-MS-TOTAL(WS-MX).

      * Leaves WS-MX on the month slot for WS-ROW-YEAR/WS-ROW-MONTH,
      * zero when the month is outside both years' windows.
       FIND-MONTH-SLOT.
           MOVE 0 TO WS-MX.
           IF WS-ROW-MONTH NOT LESS THAN 1
                   AND WS-ROW-MONTH NOT GREATER THAN WS-PERIOD-MONTH
               IF WS-ROW-YEAR EQUAL TO WS-PERIOD-YEAR
                   MOVE WS-ROW-MONTH TO WS-MX
               END-IF
               IF WS-ROW-YEAR EQUAL TO WS-PRIOR-YEAR
                   COMPUTE WS-MX = WS-ROW-MONTH + 12
               END-IF
           END-IF.

       LOAD-PERIOD-SUMMARY.
           OPEN INPUT PSUM-FILE.
           IF WS-PSUM-STATUS NOT EQUAL TO "00"
               DISPLAY "PRDCOMP: no PERIODSUM period summary (status "
                   WS-PSUM-STATUS ") - every month is provisional."
           ELSE
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
                   ADD 1 TO WS-PSUM-READ
                   IF PSUM-CLOSED AND PSUM-PERIOD IS NUMERIC
                       MOVE PSUM-PERIOD(1:4) TO WS-ROW-YEAR
                       MOVE PSUM-PERIOD(5:2) TO WS-ROW-MONTH
                       PERFORM FIND-MONTH-SLOT
                       IF WS-MX GREATER THAN 0
                           MOVE "Y" TO WS-MS-CLOSED(WS-MX)
                           MOVE PSUM-RUNS TO WS-MS-RUNS(WS-MX)
                           MOVE PSUM-COUNT TO WS-MS-COUNT(WS-MX)
                           MOVE PSUM-REJECTED
                               TO WS-MS-REJECTED(WS-MX)
                           MOVE PSUM-EXCEPTIONS
                               TO WS-MS-EXCP(WS-MX)
                           MOVE PSUM-TOTAL TO WS-MS-TOTAL(WS-MX)
                       END-IF
                   END-IF
           END-READ.

      * The months PERIODSUM has not closed are rolled from AVGHIST
      * with MONTHEND's rules, so a provisional figure is the one the
      * close would post if it ran now.
       ROLL-OPEN-MONTHS.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT EQUAL TO "00"
               DISPLAY "PRDCOMP: no AVGHIST history file (status "
                   WS-HIST-STATUS ") - months not closed show as zero."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-PRIOR-YEAR TO HIST-RUN-DATE(1:4)
               MOVE "0101" TO HIST-RUN-DATE(5:4)
               MOVE SPACES TO HIST-PROGRAM
               START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM ROLL-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE HIST-FILE
           END-IF.

       ROLL-HISTORY-RECORD.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF HIST-RUN-DATE(1:6) GREATER THAN WS-PERIOD
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   MOVE HIST-RUN-DATE(1:4) TO WS-ROW-YEAR
                   MOVE HIST-RUN-DATE(5:2) TO WS-ROW-MONTH
                   PERFORM FIND-MONTH-SLOT
                   IF WS-MX GREATER THAN 0
                       IF WS-MS-CLOSED(WS-MX) NOT EQUAL TO "Y"
                           PERFORM ROLL-HISTORY-ROW
                       END-IF
                   END-IF
           END-READ.

       ROLL-HISTORY-ROW.
           EVALUATE HIST-PROGRAM
               WHEN "AVERAGE"
                   ADD 1 TO WS-MS-RUNS(WS-MX)
                   ADD HIST-COUNT TO WS-MS-COUNT(WS-MX)
                   ADD HIST-REJECTED TO WS-MS-REJECTED(WS-MX)
                   IF HIST-EXCEPTIONS IS NUMERIC
                       ADD HIST-EXCEPTIONS TO WS-MS-EXCP(WS-MX)
                   END-IF
                   ADD HIST-TOTAL TO WS-MS-TOTAL(WS-MX)
               WHEN "BATCHREV"
                   ADD 1 TO WS-MS-RUNS(WS-MX)
                   SUBTRACT HIST-COUNT FROM WS-MS-COUNT(WS-MX)
                   ADD HIST-TOTAL TO WS-MS-TOTAL(WS-MX)
               WHEN "LATEADJ"
               WHEN "PRIORADJ"
                   ADD 1 TO WS-MS-RUNS(WS-MX)
                   ADD HIST-COUNT TO WS-MS-COUNT(WS-MX)
                   ADD HIST-TOTAL TO WS-MS-TOTAL(WS-MX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Adds up months WS-W-FROM through the named period for the
      * year whose slots start after WS-W-BASE, and counts how many
      * of them are not closed.
       SUM-WINDOW.
           MOVE 0 TO WS-W-RUNS.
           MOVE 0 TO WS-W-COUNT.
           MOVE 0 TO WS-W-REJECTED.
           MOVE 0 TO WS-W-EXCP.
           MOVE 0 TO WS-W-TOTAL.
           MOVE 0 TO WS-W-OPEN.
           COMPUTE WS-W-TO = WS-W-BASE + WS-PERIOD-MONTH.
           COMPUTE WS-MX = WS-W-BASE + WS-W-FROM.
           PERFORM SUM-WINDOW-MONTH
               UNTIL WS-MX GREATER THAN WS-W-TO.
           IF WS-W-COUNT GREATER THAN 0
               DIVIDE WS-W-COUNT INTO WS-W-TOTAL
                   GIVING WS-W-AVERAGE ROUNDED
                   ON SIZE ERROR MOVE 0 TO WS-W-AVERAGE
               END-DIVIDE
           ELSE
               MOVE 0 TO WS-W-AVERAGE
           END-IF.

       SUM-WINDOW-MONTH.
           ADD WS-MS-RUNS(WS-MX) TO WS-W-RUNS.
           IF WS-MS-COUNT(WS-MX) GREATER THAN 0
               ADD WS-MS-COUNT(WS-MX) TO WS-W-COUNT
           END-IF.
           ADD WS-MS-REJECTED(WS-MX) TO WS-W-REJECTED.
           ADD WS-MS-EXCP(WS-MX) TO WS-W-EXCP.
           ADD WS-MS-TOTAL(WS-MX) TO WS-W-TOTAL.
           IF WS-MS-CLOSED(WS-MX) NOT EQUAL TO "Y"
               ADD 1 TO WS-W-OPEN
           END-IF.
           ADD 1 TO WS-MX.

      * DEPTMAST is loaded first so the breakdown runs in master
      * order with every department's name; a department found only
      * on DEPTHIST is added behind them.
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
                   MOVE DEPT-CODE TO WS-FIND-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DX GREATER THAN 0
                       MOVE DEPT-NAME TO WS-DT-NAME(WS-DX)
                   END-IF
           END-READ.

       FIND-DEPT-SLOT.
           SET WS-DX TO 1.
           PERFORM NEXT-DEPT-SLOT
               UNTIL WS-DX GREATER THAN WS-DEPT-USED
                  OR WS-DT-DEPT(WS-DX) EQUAL TO WS-FIND-DEPT.
           IF WS-DX GREATER THAN WS-DEPT-USED
               IF WS-DEPT-USED LESS THAN WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-USED
                   SET WS-DX TO WS-DEPT-USED
                   PERFORM CLEAR-DEPT-SLOT
               ELSE
                   IF WS-DEPT-OVFL-WARNED NOT EQUAL TO "Y"
                       DISPLAY "PRDCOMP: more than " WS-DEPT-MAX
                           " departments - extras not reported."
                       MOVE "Y" TO WS-DEPT-OVFL-WARNED
                   END-IF
                   SET WS-DX TO 0
               END-IF
           END-IF.

       NEXT-DEPT-SLOT.
           ADD 1 TO WS-DX.

       CLEAR-DEPT-SLOT.
           MOVE WS-FIND-DEPT TO WS-DT-DEPT(WS-DX).
           MOVE "(not on DEPTMAST)" TO WS-DT-NAME(WS-DX).
           MOVE 0 TO WS-DT-ROWS(WS-DX).
           PERFORM CLEAR-DEPT-FIGURE
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX GREATER THAN 6.

       CLEAR-DEPT-FIGURE.
           MOVE 0 TO WS-DT-COUNT(WS-DX, WS-FX).
           MOVE 0 TO WS-DT-TOTAL(WS-DX, WS-FX).

       LOAD-DEPT-HISTORY.
           OPEN INPUT DHIST-FILE.
           IF WS-DHIST-STATUS NOT EQUAL TO "00"
               DISPLAY "PRDCOMP: no DEPTHIST history file (status "
                   WS-DHIST-STATUS ") - no department breakdown."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-PRIOR-YEAR TO DH-RUN-DATE(1:4)
               MOVE "0101" TO DH-RUN-DATE(5:4)
               MOVE SPACES TO DH-DEPT
               START DHIST-FILE KEY IS NOT LESS THAN DH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM LOAD-DEPT-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE DHIST-FILE
           END-IF.

       LOAD-DEPT-HISTORY-RECORD.
           READ DHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-DHIST-READ
                   IF DH-RUN-DATE(1:6) GREATER THAN WS-PERIOD
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   IF DH-RUN-DATE IS NUMERIC
                           AND DH-COUNT IS NUMERIC
                           AND DH-TOTAL IS NUMERIC
                       MOVE DH-RUN-DATE(1:4) TO WS-ROW-YEAR
                       MOVE DH-RUN-DATE(5:2) TO WS-ROW-MONTH
                       PERFORM FIND-MONTH-SLOT
                       IF WS-MX GREATER THAN 0
                           PERFORM POST-DEPT-HISTORY
                       END-IF
                   END-IF
           END-READ.

      * A row lands in its year's YTD, in the QTD when its month is
      * in the period's quarter, and in the month when it is the
      * period's month.
       POST-DEPT-HISTORY.
           MOVE DH-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DX GREATER THAN 0
               ADD 1 TO WS-DT-ROWS(WS-DX)
               IF WS-MX GREATER THAN 12
                   MOVE 6 TO WS-FX
               ELSE
                   MOVE 3 TO WS-FX
               END-IF
               PERFORM ADD-DEPT-FIGURE
               IF WS-ROW-MONTH NOT LESS THAN WS-QTR-START
                   SUBTRACT 1 FROM WS-FX
                   PERFORM ADD-DEPT-FIGURE
                   IF WS-ROW-MONTH EQUAL TO WS-PERIOD-MONTH
                       SUBTRACT 1 FROM WS-FX
                       PERFORM ADD-DEPT-FIGURE
                   END-IF
               END-IF
           END-IF.

       ADD-DEPT-FIGURE.
           ADD DH-COUNT TO WS-DT-COUNT(WS-DX, WS-FX).
           ADD DH-TOTAL TO WS-DT-TOTAL(WS-DX, WS-FX).

       PRINT-HEADINGS.
           MOVE "Period Comparison Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Period: " WS-PERIOD
               "  Compared with: " WS-PRIOR-PERIOD
               "  Quarter from month: " WS-QTR-START
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * One block per window: the suite figures for this year and
      * the prior year with the change, and a PROVISIONAL line for
      * either year with months not closed.
       PRINT-WINDOW.
           MOVE 0 TO WS-W-BASE.
           PERFORM SUM-WINDOW.
           MOVE WS-W-RUNS TO WS-TY-RUNS.
           MOVE WS-W-COUNT TO WS-TY-COUNT.
           MOVE WS-W-REJECTED TO WS-TY-REJECTED.
           MOVE WS-W-EXCP TO WS-TY-EXCP.
           MOVE WS-W-TOTAL TO WS-TY-TOTAL.
           MOVE WS-W-AVERAGE TO WS-TY-AVERAGE.
           MOVE WS-W-OPEN TO WS-TY-OPEN.
           MOVE 12 TO WS-W-BASE.
           PERFORM SUM-WINDOW.
           MOVE WS-W-RUNS TO WS-LY-RUNS.
           MOVE WS-W-COUNT TO WS-LY-COUNT.
           MOVE WS-W-REJECTED TO WS-LY-REJECTED.
           MOVE WS-W-EXCP TO WS-LY-EXCP.
           MOVE WS-W-TOTAL TO WS-LY-TOTAL.
           MOVE WS-W-AVERAGE TO WS-LY-AVERAGE.
           MOVE WS-W-OPEN TO WS-LY-OPEN.
           COMPUTE WS-WINDOW-MONTHS =
               WS-PERIOD-MONTH - WS-W-FROM + 1.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-WINDOW-LABEL
               "       This year     Last year        Change"
               "    Chg%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Runs" TO WS-C-LABEL.
           MOVE "N" TO WS-C-KIND.
           MOVE WS-TY-RUNS TO WS-C-THIS.
           MOVE WS-LY-RUNS TO WS-C-LAST.
           PERFORM PRINT-COMPARE-LINE.
           MOVE "Readings" TO WS-C-LABEL.
           MOVE WS-TY-COUNT TO WS-C-THIS.
           MOVE WS-LY-COUNT TO WS-C-LAST.
           PERFORM PRINT-COMPARE-LINE.
           MOVE "Total" TO WS-C-LABEL.
           MOVE "M" TO WS-C-KIND.
           MOVE WS-TY-TOTAL TO WS-C-THIS.
           MOVE WS-LY-TOTAL TO WS-C-LAST.
           PERFORM PRINT-COMPARE-LINE.
           MOVE "Average" TO WS-C-LABEL.
           MOVE WS-TY-AVERAGE TO WS-C-THIS.
           MOVE WS-LY-AVERAGE TO WS-C-LAST.
           PERFORM PRINT-COMPARE-LINE.
           MOVE "Rejects" TO WS-C-LABEL.
           MOVE "N" TO WS-C-KIND.
           MOVE WS-TY-REJECTED TO WS-C-THIS.
           MOVE WS-LY-REJECTED TO WS-C-LAST.
           PERFORM PRINT-COMPARE-LINE.
           MOVE "Exceptions" TO WS-C-LABEL.
           MOVE WS-TY-EXCP TO WS-C-THIS.
           MOVE WS-LY-EXCP TO WS-C-LAST.
           PERFORM PRINT-COMPARE-LINE.
           IF WS-TY-OPEN GREATER THAN 0
               MOVE "Y" TO WS-PROVISIONAL
               MOVE WS-TY-OPEN TO WS-OPEN-ED
               MOVE WS-WINDOW-MONTHS TO WS-MONTHS-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** THIS YEAR PROVISIONAL - "
                   FUNCTION TRIM(WS-OPEN-ED) " of "
                   FUNCTION TRIM(WS-MONTHS-ED)
                   " months not closed on PERIODSUM ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           IF WS-LY-OPEN GREATER THAN 0
               MOVE "Y" TO WS-PROVISIONAL
               MOVE WS-LY-OPEN TO WS-OPEN-ED
               MOVE WS-WINDOW-MONTHS TO WS-MONTHS-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** LAST YEAR PROVISIONAL - "
                   FUNCTION TRIM(WS-OPEN-ED) " of "
                   FUNCTION TRIM(WS-MONTHS-ED)
                   " months not closed on PERIODSUM ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * The change is this year less last year; the percent is
      * taken against the size of last year's figure, so a swing
      * from a credit total reads the right way.
       PRINT-COMPARE-LINE.
           COMPUTE WS-C-CHANGE = WS-C-THIS - WS-C-LAST.
           IF WS-C-KIND EQUAL TO "M"
               MOVE WS-C-THIS TO WS-C-MONEY-ED
               MOVE WS-C-MONEY-ED TO WS-C-THIS-X
               MOVE WS-C-LAST TO WS-C-MONEY-ED
               MOVE WS-C-MONEY-ED TO WS-C-LAST-X
               MOVE WS-C-CHANGE TO WS-C-MONEY-ED
               MOVE WS-C-MONEY-ED TO WS-C-CHANGE-X
           ELSE
               MOVE WS-C-THIS TO WS-C-UNITS-ED
               MOVE WS-C-UNITS-ED TO WS-C-THIS-X
               MOVE WS-C-LAST TO WS-C-UNITS-ED
               MOVE WS-C-UNITS-ED TO WS-C-LAST-X
               MOVE WS-C-CHANGE TO WS-C-UNITS-ED
               MOVE WS-C-UNITS-ED TO WS-C-CHANGE-X
           END-IF.
           PERFORM COMPUTE-PERCENT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " WS-C-LABEL "     " WS-C-THIS-X " "
               WS-C-LAST-X " " WS-C-CHANGE-X WS-PCT-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       COMPUTE-PERCENT.
           IF WS-C-LAST NOT EQUAL TO 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-C-CHANGE / FUNCTION ABS(WS-C-LAST)) * 100
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-X
           ELSE
               MOVE "     n/a" TO WS-PCT-X
           END-IF.

       PRINT-DEPARTMENTS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Department Breakdown (DEPTHIST)" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "           Rdgs TY   Rdgs LY     Total TY"
               "     Total LY       Change    Chg%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM REPORT-DEPARTMENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           IF WS-DEPTS-SHOWN EQUAL TO 0
               MOVE "  No department history in either year."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * A department on DEPTMAST with no history in either year's
      * window is left off rather than printed as a page of zeros.
       REPORT-DEPARTMENT.
           IF WS-DT-ROWS(WS-DX) GREATER THAN 0
               ADD 1 TO WS-DEPTS-SHOWN
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-DT-DEPT(WS-DX) " " WS-DT-NAME(WS-DX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "  Month " TO WS-C-LABEL
               MOVE 1 TO WS-FX
               PERFORM PRINT-DEPT-LINE
               MOVE "  QTD   " TO WS-C-LABEL
               MOVE 2 TO WS-FX
               PERFORM PRINT-DEPT-LINE
               MOVE "  YTD   " TO WS-C-LABEL
               MOVE 3 TO WS-FX
               PERFORM PRINT-DEPT-LINE
           END-IF.

       PRINT-DEPT-LINE.
           MOVE WS-DT-COUNT(WS-DX, WS-FX) TO WS-COUNT-ED.
           MOVE WS-DT-COUNT(WS-DX, WS-FX + 3) TO WS-COUNT2-ED.
           MOVE WS-DT-TOTAL(WS-DX, WS-FX) TO WS-TOTAL-ED.
           MOVE WS-DT-TOTAL(WS-DX, WS-FX + 3) TO WS-TOTAL2-ED.
           MOVE WS-DT-TOTAL(WS-DX, WS-FX) TO WS-C-THIS.
           MOVE WS-DT-TOTAL(WS-DX, WS-FX + 3) TO WS-C-LAST.
           COMPUTE WS-C-CHANGE = WS-C-THIS - WS-C-LAST.
           MOVE WS-C-CHANGE TO WS-VAR-ED.
           PERFORM COMPUTE-PERCENT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-C-LABEL(1:8) " " WS-COUNT-ED " " WS-COUNT2-ED
               " " WS-TOTAL-ED " " WS-TOTAL2-ED " " WS-VAR-ED
               WS-PCT-X
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-PROVISIONAL EQUAL TO "Y"
               STRING "PROVISIONAL - includes months not closed on "
                   "PERIODSUM; not final figures."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "Every month reported is closed on PERIODSUM."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Department totals are from DEPTHIST and do not "
               "net BATCHREV reversals."
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PERIODSUM rows read: " WS-PSUM-READ
               "  AVGHIST: " WS-HIST-READ
               "  DEPTHIST: " WS-DHIST-READ
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       FILE-PERIOD-REPORT.
           MOVE WS-START-STAMP(1:8) TO WS-RPT-DATE.
           MOVE "PRDCRPT" TO WS-RPT-NAME.
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
           MOVE "PRDCOMP" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "PERIODSUM" TO JRNL-INPUT.
           MOVE WS-PSUM-READ TO JRNL-READ-COUNT.
           MOVE 0 TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
