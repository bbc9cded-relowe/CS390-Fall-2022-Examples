      * Statistical process control chart per department over the
      * DEPTHIST department history (copybook/depthist.cpy), so the
      * quality reviewers can tell when a department's process has
      * shifted - a different question from whether one reading is
      * outside its DEPTLIM limits (AVERAGE's exceptions) or whether
      * the average moved by a percentage since the last run or
      * month (DEPTTRND).
      * The operator names a baseline window (first and last run
      * date, YYYYMMDD). Each department's run averages in the
      * window set its centre line (their mean) and sigma (their
      * sample standard deviation); the control limits are the
      * centre line plus and minus three sigma. A department needs
      * at least five baseline runs with some variation to be
      * charted; one with fewer, or none, is listed as not charted.
      * The department's runs after the baseline window - the most
      * recent thirty - are charted one line per run as a text
      * control chart, lower limit, centre line, and upper limit
      * marked across the line and the run's average plotted between
      * them, and checked against the standard run rules:
      *   1 - one point outside the three-sigma limits;
      *   2 - two of three points in a row beyond two sigma on the
      *       same side of the centre line;
      *   3 - eight points in a row on one side of the centre line;
      *   4 - six points in a row steadily increasing or decreasing.
      * The rule numbers a point breaks print beside it. Every
      * department with a signal is listed at the top of the report
      * with how many times each rule fired and the latest signalled
      * run, so the reviewers see where to look before the charts.
      * DEPTHIST is keyed on run date plus department, so it is read
      * from the first baseline date forward in run order.
      * The report (SPCRPT) is filed in the report repository through
      * RPTFILE, and every run appends a record to the shared RUNJRNL
      * run journal (copybook/runjrnl.cpy): any department with a
      * signal journals WARN with condition code 4; a bad baseline
      * window or a missing DEPTHIST journals FAIL with condition
      * code 8.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPTSPC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
          01 WS-DHIST-STATUS PIC XX.
          01 WS-DEPT-STATUS  PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-BASE-FROM    PIC 9(8).
          01 WS-BASE-THRU    PIC 9(8).
          01 WS-DATE-OK      PIC X.
          01 WS-CHECK-DATE   PIC 9(8).
          01 WS-ROWS-READ    PIC 9(7) VALUE 0.
          01 WS-FIND-DEPT    PIC X(4).
          01 WS-MIN-BASE     PIC 9(2) VALUE 5.
          01 WS-DEPTS-CHARTED PIC 9(5) VALUE 0.
          01 WS-DEPTS-SIGNAL PIC 9(5) VALUE 0.
          01 WS-DEPTS-SHOWN  PIC 9(5) VALUE 0.

          01 WS-DM-EOF       PIC X.
          01 WS-DEPT-MAX     PIC 9(2) VALUE 50.
          01 WS-DEPT-USED    PIC 9(2) VALUE 0.
          01 WS-DEPT-OVFL-WARNED PIC X VALUE "N".
          01 WS-DX           PIC 9(2).
          01 WS-PT-MAX       PIC 9(2) VALUE 30.
          01 WS-PX           PIC 9(2).
          01 WS-QX           PIC 9(2).
          01 WS-RX           PIC 9.
          01 WS-DEPT-TABLE.
             05 WS-DT-ENTRY OCCURS 50 TIMES.
                10 WS-DT-DEPT        PIC X(4).
                10 WS-DT-NAME        PIC X(20).
                10 WS-DT-BASE-N      PIC 9(5).
                10 WS-DT-BASE-SUM    PIC S9(11)V99.
                10 WS-DT-BASE-SUMSQ  PIC S9(13)V9(4).
                10 WS-DT-CL          PIC S9(5)V99.
                10 WS-DT-SIGMA       PIC S9(5)V9(4).
                10 WS-DT-CHARTED     PIC X.
                10 WS-DT-SEEN        PIC 9(7).
                10 WS-DT-PT-USED     PIC 9(2).
                10 WS-DT-SIGNALS     PIC 9(5).
                10 WS-DT-LAST-SIGNAL PIC 9(8).
                10 WS-DT-RULE-HITS OCCURS 4 TIMES PIC 9(5).
                10 WS-DT-POINT OCCURS 30 TIMES.
                   15 WS-DT-PT-DATE  PIC 9(8).
                   15 WS-DT-PT-AVG   PIC S9(5)V99.
                   15 WS-DT-PT-RULES PIC X(4).

          01 WS-MEAN         PIC S9(5)V9(4).
          01 WS-MEAN-SQ      PIC S9(11)V9(4).
          01 WS-SQ-MEAN      PIC S9(11)V9(4).
          01 WS-VARIANCE     PIC S9(11)V9(4).
          01 WS-BASE-DF      PIC 9(5).
          01 WS-UCL          PIC S9(7)V99.
          01 WS-LCL          PIC S9(7)V99.
          01 WS-Z-TABLE.
             05 WS-Z OCCURS 30 TIMES PIC S9(5)V9(4).
          01 WS-ABOVE-2      PIC 9.
          01 WS-BELOW-2      PIC 9.
          01 WS-SIDE         PIC X.
          01 WS-LAST-SIDE    PIC X.
          01 WS-SIDE-RUN     PIC 9(3).
          01 WS-DIRECTION    PIC X.
          01 WS-LAST-DIRECTION PIC X.
          01 WS-TREND-RUN    PIC 9(3).
          01 WS-POS          PIC S9(3).
          01 WS-PLOT-CHAR    PIC X.
          01 WS-CHART        PIC X(43).

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-AVG-ED       PIC -(5)9.99.
          01 WS-CL-ED        PIC -(5)9.99.
          01 WS-UCL-ED       PIC -(5)9.99.
          01 WS-LCL-ED       PIC -(5)9.99.
          01 WS-SIGMA-ED     PIC -(4)9.9999.
          01 WS-N-ED         PIC Z(4)9.
          01 WS-SEEN-ED      PIC Z(6)9.
          01 WS-HITS-ED      PIC Z(3)9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "DEPTSPC".
          01 WS-RPT-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       Deptspc.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           DISPLAY "Baseline from run date (YYYYMMDD)? "
               WITH NO ADVANCING.
           ACCEPT WS-BASE-FROM.
           DISPLAY "Baseline through run date (YYYYMMDD)? "
               WITH NO ADVANCING.
           ACCEPT WS-BASE-THRU.
           MOVE "Y" TO WS-DATE-OK.
           MOVE WS-BASE-FROM TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.
           MOVE WS-BASE-THRU TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.
           IF WS-DATE-OK EQUAL TO "Y"
                   AND WS-BASE-FROM GREATER THAN WS-BASE-THRU
               MOVE "N" TO WS-DATE-OK
           END-IF.
           IF WS-DATE-OK NOT EQUAL TO "Y"
               DISPLAY "DEPTSPC: baseline dates must be YYYYMMDD, "
                   "first not after last - nothing charted."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-DEPT-MASTER.
           OPEN INPUT DHIST-FILE.
           IF WS-DHIST-STATUS NOT EQUAL TO "00"
               DISPLAY "DEPTSPC: no DEPTHIST history file (status "
                   WS-DHIST-STATUS ") - nothing charted."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           MOVE WS-BASE-FROM TO DH-RUN-DATE.
           MOVE SPACES TO DH-DEPT.
           START DHIST-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM LOAD-HISTORY-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           CLOSE DHIST-FILE.
           PERFORM ANALYSE-DEPARTMENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-SIGNAL-LIST.
           PERFORM PRINT-DEPARTMENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           PERFORM PRINT-NOT-CHARTED.
           PERFORM PRINT-FOOTER.
           CLOSE PRINT-FILE.
           PERFORM FILE-SPC-REPORT.
           IF WS-DEPTS-SIGNAL GREATER THAN 0
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

       CHECK-DATE.
           IF WS-CHECK-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-OK
           ELSE
               IF WS-CHECK-DATE(5:2) LESS THAN "01"
                       OR WS-CHECK-DATE(5:2) GREATER THAN "12"
                       OR WS-CHECK-DATE(7:2) LESS THAN "01"
                       OR WS-CHECK-DATE(7:2) GREATER THAN "31"
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.

      * DEPTMAST is loaded first so the charts run in master order
      * with every department's name; a department found only on
      * DEPTHIST is added behind them.
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
                       DISPLAY "DEPTSPC: more than " WS-DEPT-MAX
                           " departments - extras not charted."
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
           MOVE 0 TO WS-DT-BASE-N(WS-DX).
           MOVE 0 TO WS-DT-BASE-SUM(WS-DX).
           MOVE 0 TO WS-DT-BASE-SUMSQ(WS-DX).
           MOVE 0 TO WS-DT-CL(WS-DX).
           MOVE 0 TO WS-DT-SIGMA(WS-DX).
           MOVE "N" TO WS-DT-CHARTED(WS-DX).
           MOVE 0 TO WS-DT-SEEN(WS-DX).
           MOVE 0 TO WS-DT-PT-USED(WS-DX).
           MOVE 0 TO WS-DT-SIGNALS(WS-DX).
           MOVE 0 TO WS-DT-LAST-SIGNAL(WS-DX).
           PERFORM CLEAR-RULE-HITS
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX GREATER THAN 4.

       CLEAR-RULE-HITS.
           MOVE 0 TO WS-DT-RULE-HITS(WS-DX, WS-RX).

      * A row in the baseline window goes into its department's
      * baseline sums; a later row is a charted point. Rows with no
      * readings carry no average and are passed over.
       LOAD-HISTORY-RECORD.
           READ DHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF DH-RUN-DATE IS NUMERIC
                           AND DH-COUNT IS NUMERIC
                           AND DH-AVERAGE IS NUMERIC
                           AND DH-COUNT GREATER THAN 0
                       MOVE DH-DEPT TO WS-FIND-DEPT
                       PERFORM FIND-DEPT-SLOT
                       IF WS-DX GREATER THAN 0
                           IF DH-RUN-DATE NOT GREATER THAN
                                   WS-BASE-THRU
                               PERFORM ADD-BASELINE-RUN
                           ELSE
                               PERFORM ADD-CHART-POINT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ADD-BASELINE-RUN.
           ADD 1 TO WS-DT-BASE-N(WS-DX).
           ADD DH-AVERAGE TO WS-DT-BASE-SUM(WS-DX).
           COMPUTE WS-DT-BASE-SUMSQ(WS-DX) =
               WS-DT-BASE-SUMSQ(WS-DX) + DH-AVERAGE * DH-AVERAGE.

      * Only the most recent thirty runs are kept; when the table is
      * full the oldest point is shifted off the front.
       ADD-CHART-POINT.
           ADD 1 TO WS-DT-SEEN(WS-DX).
           IF WS-DT-PT-USED(WS-DX) NOT LESS THAN WS-PT-MAX
               PERFORM SHIFT-CHART-POINT
                   VARYING WS-PX FROM 2 BY 1
                   UNTIL WS-PX GREATER THAN WS-PT-MAX
           ELSE
               ADD 1 TO WS-DT-PT-USED(WS-DX)
           END-IF.
           MOVE WS-DT-PT-USED(WS-DX) TO WS-PX.
           MOVE DH-RUN-DATE TO WS-DT-PT-DATE(WS-DX, WS-PX).
           MOVE DH-AVERAGE TO WS-DT-PT-AVG(WS-DX, WS-PX).
           MOVE SPACES TO WS-DT-PT-RULES(WS-DX, WS-PX).

       SHIFT-CHART-POINT.
           COMPUTE WS-QX = WS-PX - 1.
           MOVE WS-DT-POINT(WS-DX, WS-PX) TO WS-DT-POINT(WS-DX, WS-QX).

      * Centre line, sigma, and the run rules for one department.
       ANALYSE-DEPARTMENT.
           IF WS-DT-BASE-N(WS-DX) NOT LESS THAN WS-MIN-BASE
               COMPUTE WS-MEAN ROUNDED =
                   WS-DT-BASE-SUM(WS-DX) / WS-DT-BASE-N(WS-DX)
               COMPUTE WS-MEAN-SQ ROUNDED = WS-MEAN * WS-MEAN
               COMPUTE WS-SQ-MEAN ROUNDED =
                   WS-DT-BASE-SUMSQ(WS-DX) / WS-DT-BASE-N(WS-DX)
               SUBTRACT 1 FROM WS-DT-BASE-N(WS-DX)
                   GIVING WS-BASE-DF
               COMPUTE WS-VARIANCE ROUNDED =
                   (WS-SQ-MEAN - WS-MEAN-SQ) * WS-DT-BASE-N(WS-DX)
                   / WS-BASE-DF
               IF WS-VARIANCE LESS THAN 0
                   MOVE 0 TO WS-VARIANCE
               END-IF
               COMPUTE WS-DT-CL(WS-DX) ROUNDED = WS-MEAN
               COMPUTE WS-DT-SIGMA(WS-DX) ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE)
               IF WS-DT-SIGMA(WS-DX) GREATER THAN 0
                   MOVE "Y" TO WS-DT-CHARTED(WS-DX)
                   ADD 1 TO WS-DEPTS-CHARTED
                   PERFORM CHECK-RUN-RULES
               END-IF
           END-IF.

       CHECK-RUN-RULES.
           MOVE SPACE TO WS-LAST-SIDE.
           MOVE 0 TO WS-SIDE-RUN.
           MOVE SPACE TO WS-LAST-DIRECTION.
           MOVE 0 TO WS-TREND-RUN.
           PERFORM CHECK-POINT
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX GREATER THAN WS-DT-PT-USED(WS-DX).
           IF WS-DT-SIGNALS(WS-DX) GREATER THAN 0
               ADD 1 TO WS-DEPTS-SIGNAL
           END-IF.

      * WS-Z is the point's distance from the centre line in sigmas.
      * Rule 3 counts the run of points strictly on one side (a
      * point on the line ends it); rule 4 counts the run of moves
      * in one direction, five moves being six points.
       CHECK-POINT.
           COMPUTE WS-Z(WS-PX) ROUNDED =
               (WS-DT-PT-AVG(WS-DX, WS-PX) - WS-DT-CL(WS-DX))
               / WS-DT-SIGMA(WS-DX)
               ON SIZE ERROR
                   IF WS-DT-PT-AVG(WS-DX, WS-PX)
                           GREATER THAN WS-DT-CL(WS-DX)
                       MOVE 9999 TO WS-Z(WS-PX)
                   ELSE
                       MOVE -9999 TO WS-Z(WS-PX)
                   END-IF
           END-COMPUTE.
           IF WS-Z(WS-PX) GREATER THAN 3 OR WS-Z(WS-PX) LESS THAN -3
               MOVE 1 TO WS-RX
               PERFORM RECORD-SIGNAL
           END-IF.
           IF WS-PX NOT LESS THAN 3
                   AND (WS-Z(WS-PX) GREATER THAN 2
                        OR WS-Z(WS-PX) LESS THAN -2)
               MOVE 0 TO WS-ABOVE-2
               MOVE 0 TO WS-BELOW-2
               PERFORM COUNT-BEYOND-TWO
                   VARYING WS-QX FROM WS-PX BY -1
                   UNTIL WS-QX LESS THAN WS-PX - 2
               IF (WS-Z(WS-PX) GREATER THAN 2
                       AND WS-ABOVE-2 NOT LESS THAN 2)
                  OR (WS-Z(WS-PX) LESS THAN -2
                       AND WS-BELOW-2 NOT LESS THAN 2)
                   MOVE 2 TO WS-RX
                   PERFORM RECORD-SIGNAL
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-Z(WS-PX) GREATER THAN 0
                   MOVE "A" TO WS-SIDE
               WHEN WS-Z(WS-PX) LESS THAN 0
                   MOVE "B" TO WS-SIDE
               WHEN OTHER
                   MOVE SPACE TO WS-SIDE
           END-EVALUATE.
           IF WS-SIDE NOT EQUAL TO SPACE
                   AND WS-SIDE EQUAL TO WS-LAST-SIDE
               ADD 1 TO WS-SIDE-RUN
           ELSE
               MOVE 1 TO WS-SIDE-RUN
           END-IF.
           IF WS-SIDE EQUAL TO SPACE
               MOVE 0 TO WS-SIDE-RUN
           END-IF.
           MOVE WS-SIDE TO WS-LAST-SIDE.
           IF WS-SIDE-RUN NOT LESS THAN 8
               MOVE 3 TO WS-RX
               PERFORM RECORD-SIGNAL
           END-IF.
           MOVE SPACE TO WS-DIRECTION.
           IF WS-PX GREATER THAN 1
               COMPUTE WS-QX = WS-PX - 1
               IF WS-DT-PT-AVG(WS-DX, WS-PX)
                       GREATER THAN WS-DT-PT-AVG(WS-DX, WS-QX)
                   MOVE "U" TO WS-DIRECTION
               END-IF
               IF WS-DT-PT-AVG(WS-DX, WS-PX)
                       LESS THAN WS-DT-PT-AVG(WS-DX, WS-QX)
                   MOVE "D" TO WS-DIRECTION
               END-IF
           END-IF.
           IF WS-DIRECTION NOT EQUAL TO SPACE
                   AND WS-DIRECTION EQUAL TO WS-LAST-DIRECTION
               ADD 1 TO WS-TREND-RUN
           ELSE
               MOVE 1 TO WS-TREND-RUN
           END-IF.
           IF WS-DIRECTION EQUAL TO SPACE
               MOVE 0 TO WS-TREND-RUN
           END-IF.
           MOVE WS-DIRECTION TO WS-LAST-DIRECTION.
           IF WS-TREND-RUN NOT LESS THAN 5
               MOVE 4 TO WS-RX
               PERFORM RECORD-SIGNAL
           END-IF.
           IF WS-DT-PT-RULES(WS-DX, WS-PX) NOT EQUAL TO SPACES
               ADD 1 TO WS-DT-SIGNALS(WS-DX)
               MOVE WS-DT-PT-DATE(WS-DX, WS-PX)
                   TO WS-DT-LAST-SIGNAL(WS-DX)
           END-IF.

       COUNT-BEYOND-TWO.
           IF WS-Z(WS-QX) GREATER THAN 2
               ADD 1 TO WS-ABOVE-2
           END-IF.
           IF WS-Z(WS-QX) LESS THAN -2
               ADD 1 TO WS-BELOW-2
           END-IF.

       RECORD-SIGNAL.
           MOVE WS-RX TO WS-DT-PT-RULES(WS-DX, WS-PX)(WS-RX:1).
           ADD 1 TO WS-DT-RULE-HITS(WS-DX, WS-RX).

      * SPCRPT report headings.
       PRINT-HEADINGS.
           MOVE "Department Statistical Process Control Report"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Baseline: " WS-BASE-FROM " through " WS-BASE-THRU
               "  Charted: up to " WS-PT-MAX " later runs"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Rules: 1 past 3 sigma  2 two of 3 past 2 sigma  "
               "3 eight one side  4 six trending"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-SIGNAL-LIST.
           MOVE "Departments With Signals" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-DEPTS-SIGNAL EQUAL TO 0
               MOVE "  None - every charted department is in control."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Dept Name                 Rule1 Rule2 Rule3"
                   " Rule4  Latest"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               PERFORM PRINT-SIGNAL-DEPT
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX GREATER THAN WS-DEPT-USED
           END-IF.

       PRINT-SIGNAL-DEPT.
           IF WS-DT-SIGNALS(WS-DX) GREATER THAN 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " WS-DT-DEPT(WS-DX) " " WS-DT-NAME(WS-DX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE 28 TO WS-POS
               PERFORM PRINT-RULE-HITS
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX GREATER THAN 4
               MOVE WS-DT-LAST-SIGNAL(WS-DX) TO WS-PRINT-LINE(53:8)
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-RULE-HITS.
           MOVE WS-DT-RULE-HITS(WS-DX, WS-RX) TO WS-HITS-ED.
           MOVE WS-HITS-ED TO WS-PRINT-LINE(WS-POS:4).
           ADD 6 TO WS-POS.

      * One block per charted department: the limits, a scale line,
      * then one line per charted run with its average plotted
      * across 43 columns - six columns to a sigma, the lower limit
      * at column 4, the centre line at 22, the upper limit at 40.
      * A point off the scale is shown at the edge as < or >.
       PRINT-DEPARTMENT.
           IF WS-DT-CHARTED(WS-DX) EQUAL TO "Y"
               ADD 1 TO WS-DEPTS-SHOWN
               COMPUTE WS-UCL ROUNDED =
                   WS-DT-CL(WS-DX) + 3 * WS-DT-SIGMA(WS-DX)
               COMPUTE WS-LCL ROUNDED =
                   WS-DT-CL(WS-DX) - 3 * WS-DT-SIGMA(WS-DX)
               MOVE WS-DT-CL(WS-DX) TO WS-CL-ED
               MOVE WS-UCL TO WS-UCL-ED
               MOVE WS-LCL TO WS-LCL-ED
               MOVE WS-DT-SIGMA(WS-DX) TO WS-SIGMA-ED
               MOVE WS-DT-BASE-N(WS-DX) TO WS-N-ED
               MOVE SPACES TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-DT-DEPT(WS-DX) " " WS-DT-NAME(WS-DX)
                   "  Baseline runs: " WS-N-ED
                   "  Sigma: " WS-SIGMA-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  LCL: " WS-LCL-ED "  CL: " WS-CL-ED
                   "  UCL: " WS-UCL-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               IF WS-DT-PT-USED(WS-DX) EQUAL TO 0
                   MOVE "  No runs after the baseline to chart."
                       TO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "Run date   Average   LCL"
                       "               CL                UCL"
                       "   Rules"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
                   PERFORM PRINT-CHART-POINT
                       VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX GREATER THAN WS-DT-PT-USED(WS-DX)
                   IF WS-DT-SEEN(WS-DX) GREATER THAN WS-PT-MAX
                       MOVE WS-DT-SEEN(WS-DX) TO WS-SEEN-ED
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "  Latest " WS-PT-MAX " of "
                           FUNCTION TRIM(WS-SEEN-ED)
                           " runs after the baseline charted."
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WRITE PRINT-RECORD FROM WS-PRINT-LINE
                   END-IF
               END-IF
           END-IF.

       PRINT-CHART-POINT.
           MOVE SPACES TO WS-CHART.
           MOVE ":" TO WS-CHART(4:1).
           MOVE "|" TO WS-CHART(22:1).
           MOVE ":" TO WS-CHART(40:1).
           COMPUTE WS-Z(WS-PX) ROUNDED =
               (WS-DT-PT-AVG(WS-DX, WS-PX) - WS-DT-CL(WS-DX))
               / WS-DT-SIGMA(WS-DX)
               ON SIZE ERROR
                   IF WS-DT-PT-AVG(WS-DX, WS-PX)
                           GREATER THAN WS-DT-CL(WS-DX)
                       MOVE 9999 TO WS-Z(WS-PX)
                   ELSE
                       MOVE -9999 TO WS-Z(WS-PX)
                   END-IF
           END-COMPUTE.
           MOVE "*" TO WS-PLOT-CHAR.
           IF WS-Z(WS-PX) GREATER THAN 3.5
               MOVE 43 TO WS-POS
               MOVE ">" TO WS-PLOT-CHAR
           ELSE
               IF WS-Z(WS-PX) LESS THAN -3.5
                   MOVE 1 TO WS-POS
                   MOVE "<" TO WS-PLOT-CHAR
               ELSE
                   COMPUTE WS-POS ROUNDED = 22 + WS-Z(WS-PX) * 6
               END-IF
           END-IF.
           MOVE WS-PLOT-CHAR TO WS-CHART(WS-POS:1).
           MOVE WS-DT-PT-AVG(WS-DX, WS-PX) TO WS-AVG-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DT-PT-DATE(WS-DX, WS-PX) " " WS-AVG-ED " "
               WS-CHART " " WS-DT-PT-RULES(WS-DX, WS-PX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-NOT-CHARTED.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Departments Not Charted" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE 0 TO WS-DEPTS-SHOWN.
           PERFORM PRINT-NOT-CHARTED-DEPT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           IF WS-DEPTS-SHOWN EQUAL TO 0
               MOVE "  None." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-NOT-CHARTED-DEPT.
           IF WS-DT-CHARTED(WS-DX) NOT EQUAL TO "Y"
               ADD 1 TO WS-DEPTS-SHOWN
               MOVE WS-DT-BASE-N(WS-DX) TO WS-N-ED
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-DT-BASE-N(WS-DX) LESS THAN WS-MIN-BASE
                   STRING "  " WS-DT-DEPT(WS-DX) " "
                       WS-DT-NAME(WS-DX) " baseline runs: " WS-N-ED
                       " - too few to chart"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "  " WS-DT-DEPT(WS-DX) " "
                       WS-DT-NAME(WS-DX) " baseline runs: " WS-N-ED
                       " - no variation in the baseline"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-FOOTER.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "History rows read: " WS-ROWS-READ
               "  Departments charted: " WS-DEPTS-CHARTED
               "  With signals: " WS-DEPTS-SIGNAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       FILE-SPC-REPORT.
           MOVE WS-START-STAMP(1:8) TO WS-RPT-DATE.
           MOVE "SPCRPT" TO WS-RPT-NAME.
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
           MOVE "DEPTSPC" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE SPACES TO JRNL-INPUT.
           STRING "DEPTHIST " WS-BASE-FROM "-" WS-BASE-THRU
               DELIMITED BY SIZE INTO JRNL-INPUT.
           MOVE WS-ROWS-READ TO JRNL-READ-COUNT.
           MOVE 0 TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
