      * Budget-vs-actual variance report per department, so cost
      * accounting stops building it by hand from DTRNDRPT and
      * MONTHRPT every month. The operator names the accounting
      * period (YYYYMM). Finance's BUDGMAST department budget master
      * (copybook/budgmast.cpy - budgeted count and total per
      * department per period) is set against the actual figures the
      * DEPTHIST department history carries (copybook/depthist.cpy):
      * the month is the named period, and year-to-date is January
      * of the same year through the named period. DEPTHIST is keyed
      * on run date plus department, so the actuals are read starting
      * at the first of January and stop once the named period ends.
      * Each budgeted department prints with its DEPTMAST name
      * (copybook/deptmast.cpy) and a Month and a YTD line showing
      * budgeted and actual count, budgeted and actual total, the
      * dollar variance (actual less budget) and the variance as a
      * percent of budget. A department whose actual runs over budget
      * by more than the tolerance on either line is flagged OVER.
      * The tolerance is the first 3 digits of the optional BUDGTOL
      * control file's one record (whole percent); with no BUDGTOL
      * it is 10 percent.
      * Departments with actuals but no budget - nothing on BUDGMAST
      * for the month, or for the whole year-to-date window - are
      * listed in their own section with the unbudgeted actuals, so
      * a new department is not silently left out of the comparison.
      * The closed PERIODSUM rows (copybook/periodsum.cpy) carry the
      * suite-level figures accounting signed at close, so the
      * summary sets the department actuals beside them: the month's
      * closed total, or a PROVISIONAL warning when MONTHEND has not
      * closed the month yet, and how many of the year-to-date months
      * are closed with their closed total. PERIODSUM nets BATCHREV
      * reversals out at close, so a difference between the two is
      * the period's reversals.
      * The report (BUDGRPT) is filed in the report repository
      * through RPTFILE, and every run appends a record to the shared
      * RUNJRNL run journal (copybook/runjrnl.cpy): a department over
      * tolerance or with unbudgeted actuals journals WARN with
      * condition code 4; a bad period or a missing BUDGMAST journals
      * FAIL with condition code 8.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDGVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDG-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT PSUM-FILE ASSIGN TO "PERIODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT TOL-FILE ASSIGN TO "BUDGTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "budgmast.cpy".

       FD  DHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "depthist.cpy".

       FD  PSUM-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "periodsum.cpy".

       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

       FD  TOL-FILE
           LABEL RECORDS ARE OMITTED.
          01 TOL-RECORD.
             05 TOL-PERCENT   PIC 9(3).

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
          01 WS-BUDG-STATUS  PIC XX.
          01 WS-DHIST-STATUS PIC XX.
          01 WS-PSUM-STATUS  PIC XX.
          01 WS-DEPT-STATUS  PIC XX.
          01 WS-TOL-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-PERIOD       PIC 9(6).
          01 WS-PERIOD-MONTH PIC 9(2).
          01 WS-YEAR-START   PIC 9(6).
          01 WS-ROW-PERIOD   PIC 9(6).
          01 WS-THRESHOLD    PIC 9(3) VALUE 10.
          01 WS-ROWS-READ    PIC 9(7) VALUE 0.
          01 WS-BUDG-READ    PIC 9(7) VALUE 0.
          01 WS-BUDG-BAD     PIC 9(5) VALUE 0.
          01 WS-BUDG-DUPS    PIC 9(5) VALUE 0.
          01 WS-DEPTS-SHOWN  PIC 9(5) VALUE 0.
          01 WS-DEPTS-OVER   PIC 9(5) VALUE 0.
          01 WS-UNBUDGETED   PIC 9(5) VALUE 0.
          01 WS-FIND-DEPT    PIC X(4).

          01 WS-DM-EOF       PIC X.
          01 WS-DEPT-MAX     PIC 9(2) VALUE 50.
          01 WS-DEPT-USED    PIC 9(2) VALUE 0.
          01 WS-DEPT-OVFL-WARNED PIC X VALUE "N".
          01 WS-DX           PIC 9(2).
          01 WS-DEPT-TABLE.
             05 WS-DT-ENTRY OCCURS 50 TIMES.
                10 WS-DT-DEPT        PIC X(4).
                10 WS-DT-NAME        PIC X(20).
                10 WS-DT-HAVE-MBUD   PIC X.
                10 WS-DT-HAVE-YBUD   PIC X.
                10 WS-DT-BUD-MCOUNT  PIC 9(7).
                10 WS-DT-BUD-MTOTAL  PIC S9(12)V99.
                10 WS-DT-BUD-YCOUNT  PIC 9(7).
                10 WS-DT-BUD-YTOTAL  PIC S9(12)V99.
                10 WS-DT-ACT-MROWS   PIC 9(5).
                10 WS-DT-ACT-MCOUNT  PIC 9(7).
                10 WS-DT-ACT-MTOTAL  PIC S9(12)V99.
                10 WS-DT-ACT-YROWS   PIC 9(5).
                10 WS-DT-ACT-YCOUNT  PIC 9(7).
                10 WS-DT-ACT-YTOTAL  PIC S9(12)V99.

          01 WS-BK-MAX       PIC 9(3) VALUE 600.
          01 WS-BK-USED      PIC 9(3) VALUE 0.
          01 WS-BKX          PIC 9(3).
          01 WS-BK-TABLE.
             05 WS-BK-KEY OCCURS 600 TIMES PIC X(10).

          01 WS-PS-MONTH-CLOSED PIC X VALUE "N".
          01 WS-PS-MONTH-TOTAL  PIC S9(12)V99 VALUE 0.
          01 WS-PS-YTD-CLOSED   PIC 9(2) VALUE 0.
          01 WS-PS-YTD-TOTAL    PIC S9(12)V99 VALUE 0.
          01 WS-SUITE-BUD-MTOTAL PIC S9(12)V99 VALUE 0.
          01 WS-SUITE-ACT-MTOTAL PIC S9(12)V99 VALUE 0.
          01 WS-SUITE-BUD-YTOTAL PIC S9(12)V99 VALUE 0.
          01 WS-SUITE-ACT-YTOTAL PIC S9(12)V99 VALUE 0.

          01 WS-V-LABEL      PIC X(8).
          01 WS-V-HAVE-BUD   PIC X.
          01 WS-V-BUD-COUNT  PIC 9(7).
          01 WS-V-ACT-COUNT  PIC 9(7).
          01 WS-V-BUD-TOTAL  PIC S9(12)V99.
          01 WS-V-ACT-TOTAL  PIC S9(12)V99.
          01 WS-V-VARIANCE   PIC S9(12)V99.
          01 WS-V-OVER       PIC X.
          01 WS-DEPT-OVER    PIC X.
          01 WS-PCT          PIC S9(5)V9.
          01 WS-PCT-ED       PIC -(5)9.9.
          01 WS-PCT-X        PIC X(8).
          01 WS-FLAG-X       PIC X(5).

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-COUNT2-ED    PIC Z(6)9.
          01 WS-BUD-ED       PIC -(9)9.99.
          01 WS-ACT-ED       PIC -(9)9.99.
          01 WS-VAR-ED       PIC -(9)9.99.
          01 WS-TOTAL-ED     PIC -(12)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "BUDGVAR".
          01 WS-RPT-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       Budgvar.
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
               DISPLAY "BUDGVAR: period must be YYYYMM - nothing "
                   "reported."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           MOVE WS-PERIOD TO WS-YEAR-START.
           MOVE "01" TO WS-YEAR-START(5:2).
           PERFORM LOAD-THRESHOLD.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-BUDGETS.
           IF WS-BUDG-STATUS NOT EQUAL TO "00"
               DISPLAY "BUDGVAR: no BUDGMAST budget master (status "
                   WS-BUDG-STATUS ") - nothing to compare."
               PERFORM PRINT-NO-BUDGET-REPORT
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-ACTUALS.
           PERFORM LOAD-PERIOD-SUMMARY.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           PERFORM REPORT-DEPARTMENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           PERFORM PRINT-UNBUDGETED.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           PERFORM FILE-BUDGET-REPORT.
           IF WS-DEPTS-OVER GREATER THAN 0
                   OR WS-UNBUDGETED GREATER THAN 0
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

       LOAD-THRESHOLD.
           OPEN INPUT TOL-FILE.
           IF WS-TOL-STATUS EQUAL TO "00"
               READ TOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOL-PERCENT IS NUMERIC
                               AND TOL-PERCENT GREATER THAN 0
                           MOVE TOL-PERCENT TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE TOL-FILE
           END-IF.

      * DEPTMAST is loaded first so the report runs in master order
      * and every line carries the department's name; a department
      * that appears only on BUDGMAST or DEPTHIST is added behind
      * them.
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
                       DISPLAY "BUDGVAR: more than " WS-DEPT-MAX
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
           MOVE "N" TO WS-DT-HAVE-MBUD(WS-DX).
           MOVE "N" TO WS-DT-HAVE-YBUD(WS-DX).
           MOVE 0 TO WS-DT-BUD-MCOUNT(WS-DX).
           MOVE 0 TO WS-DT-BUD-MTOTAL(WS-DX).
           MOVE 0 TO WS-DT-BUD-YCOUNT(WS-DX).
           MOVE 0 TO WS-DT-BUD-YTOTAL(WS-DX).
           MOVE 0 TO WS-DT-ACT-MROWS(WS-DX).
           MOVE 0 TO WS-DT-ACT-MCOUNT(WS-DX).
           MOVE 0 TO WS-DT-ACT-MTOTAL(WS-DX).
           MOVE 0 TO WS-DT-ACT-YROWS(WS-DX).
           MOVE 0 TO WS-DT-ACT-YCOUNT(WS-DX).
           MOVE 0 TO WS-DT-ACT-YTOTAL(WS-DX).

       LOAD-BUDGETS.
           OPEN INPUT BUDG-FILE.
           IF WS-BUDG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-BUDGET-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE BUDG-FILE
           END-IF.

       LOAD-BUDGET-RECORD.
           READ BUDG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-BUDG-READ
                   IF BUDG-PERIOD IS NUMERIC
                           AND BUDG-COUNT IS NUMERIC
                           AND BUDG-TOTAL IS NUMERIC
                       IF BUDG-PERIOD NOT LESS THAN WS-YEAR-START
                               AND BUDG-PERIOD NOT GREATER THAN
                                   WS-PERIOD
                           PERFORM CHECK-BUDGET-KEY
                       END-IF
                   ELSE
                       ADD 1 TO WS-BUDG-BAD
                   END-IF
           END-READ.

      * BUDGMAST is keyed by department plus period; a second record
      * for the same key is a keying error on finance's side, so the
      * first one stands and the repeat is counted, not added in.
       CHECK-BUDGET-KEY.
           SET WS-BKX TO 1.
           PERFORM NEXT-BK-SLOT
               UNTIL WS-BKX GREATER THAN WS-BK-USED
                  OR WS-BK-KEY(WS-BKX) EQUAL TO BUDG-KEY.
           IF WS-BKX NOT GREATER THAN WS-BK-USED
               ADD 1 TO WS-BUDG-DUPS
               DISPLAY "BUDGVAR: duplicate BUDGMAST record for "
                   BUDG-DEPT " " BUDG-PERIOD " - ignored."
           ELSE
               IF WS-BK-USED LESS THAN WS-BK-MAX
                   ADD 1 TO WS-BK-USED
                   MOVE BUDG-KEY TO WS-BK-KEY(WS-BK-USED)
               END-IF
               PERFORM POST-BUDGET
           END-IF.

       NEXT-BK-SLOT.
           ADD 1 TO WS-BKX.

       POST-BUDGET.
           MOVE BUDG-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DX GREATER THAN 0
               MOVE "Y" TO WS-DT-HAVE-YBUD(WS-DX)
               ADD BUDG-COUNT TO WS-DT-BUD-YCOUNT(WS-DX)
               ADD BUDG-TOTAL TO WS-DT-BUD-YTOTAL(WS-DX)
               IF BUDG-PERIOD EQUAL TO WS-PERIOD
                   MOVE "Y" TO WS-DT-HAVE-MBUD(WS-DX)
                   ADD BUDG-COUNT TO WS-DT-BUD-MCOUNT(WS-DX)
                   ADD BUDG-TOTAL TO WS-DT-BUD-MTOTAL(WS-DX)
               END-IF
           END-IF.

       LOAD-ACTUALS.
           OPEN INPUT DHIST-FILE.
           IF WS-DHIST-STATUS NOT EQUAL TO "00"
               DISPLAY "BUDGVAR: no DEPTHIST history file (status "
                   WS-DHIST-STATUS ") - actuals report as zero."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-YEAR-START TO DH-RUN-DATE(1:6)
               MOVE "01" TO DH-RUN-DATE(7:2)
               MOVE SPACES TO DH-DEPT
               START DHIST-FILE KEY IS NOT LESS THAN DH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM LOAD-ACTUAL-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE DHIST-FILE
           END-IF.

       LOAD-ACTUAL-RECORD.
           READ DHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF DH-RUN-DATE(1:6) GREATER THAN WS-PERIOD
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   IF DH-RUN-DATE IS NUMERIC
                           AND DH-COUNT IS NUMERIC
                           AND DH-TOTAL IS NUMERIC
                       MOVE DH-RUN-DATE(1:6) TO WS-ROW-PERIOD
                       IF WS-ROW-PERIOD NOT LESS THAN WS-YEAR-START
                               AND WS-ROW-PERIOD NOT GREATER THAN
                                   WS-PERIOD
                           PERFORM POST-ACTUAL
                       END-IF
                   END-IF
           END-READ.

       POST-ACTUAL.
           MOVE DH-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DX GREATER THAN 0
               ADD 1 TO WS-DT-ACT-YROWS(WS-DX)
               ADD DH-COUNT TO WS-DT-ACT-YCOUNT(WS-DX)
               ADD DH-TOTAL TO WS-DT-ACT-YTOTAL(WS-DX)
               IF WS-ROW-PERIOD EQUAL TO WS-PERIOD
                   ADD 1 TO WS-DT-ACT-MROWS(WS-DX)
                   ADD DH-COUNT TO WS-DT-ACT-MCOUNT(WS-DX)
                   ADD DH-TOTAL TO WS-DT-ACT-MTOTAL(WS-DX)
               END-IF
           END-IF.

       LOAD-PERIOD-SUMMARY.
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
                           AND PSUM-PERIOD NOT LESS THAN WS-YEAR-START
                           AND PSUM-PERIOD NOT GREATER THAN WS-PERIOD
                       ADD 1 TO WS-PS-YTD-CLOSED
                       ADD PSUM-TOTAL TO WS-PS-YTD-TOTAL
                       IF PSUM-PERIOD EQUAL TO WS-PERIOD
                           MOVE "Y" TO WS-PS-MONTH-CLOSED
                           MOVE PSUM-TOTAL TO WS-PS-MONTH-TOTAL
                       END-IF
                   END-IF
           END-READ.

       PRINT-HEADINGS.
           MOVE "Department Budget Variance Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Period: " WS-PERIOD
               "  Year-to-date from: " WS-YEAR-START
               "  Tolerance: " WS-THRESHOLD " percent"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "        Bud Cnt Act Cnt        Budget        Actual"
               "      Variance    Var%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * Only departments with a budget somewhere in the year-to-date
      * window get variance lines; actuals with no budget at all are
      * left to the unbudgeted section below.
       REPORT-DEPARTMENT.
           ADD WS-DT-BUD-MTOTAL(WS-DX) TO WS-SUITE-BUD-MTOTAL.
           ADD WS-DT-BUD-YTOTAL(WS-DX) TO WS-SUITE-BUD-YTOTAL.
           ADD WS-DT-ACT-MTOTAL(WS-DX) TO WS-SUITE-ACT-MTOTAL.
           ADD WS-DT-ACT-YTOTAL(WS-DX) TO WS-SUITE-ACT-YTOTAL.
           IF WS-DT-HAVE-YBUD(WS-DX) EQUAL TO "Y"
               ADD 1 TO WS-DEPTS-SHOWN
               MOVE "N" TO WS-DEPT-OVER
               MOVE SPACES TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-DT-DEPT(WS-DX) " " WS-DT-NAME(WS-DX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "  Month " TO WS-V-LABEL
               MOVE WS-DT-HAVE-MBUD(WS-DX) TO WS-V-HAVE-BUD
               MOVE WS-DT-BUD-MCOUNT(WS-DX) TO WS-V-BUD-COUNT
               MOVE WS-DT-ACT-MCOUNT(WS-DX) TO WS-V-ACT-COUNT
               MOVE WS-DT-BUD-MTOTAL(WS-DX) TO WS-V-BUD-TOTAL
               MOVE WS-DT-ACT-MTOTAL(WS-DX) TO WS-V-ACT-TOTAL
               PERFORM PRINT-VARIANCE-LINE
               MOVE "  YTD   " TO WS-V-LABEL
               MOVE WS-DT-HAVE-YBUD(WS-DX) TO WS-V-HAVE-BUD
               MOVE WS-DT-BUD-YCOUNT(WS-DX) TO WS-V-BUD-COUNT
               MOVE WS-DT-ACT-YCOUNT(WS-DX) TO WS-V-ACT-COUNT
               MOVE WS-DT-BUD-YTOTAL(WS-DX) TO WS-V-BUD-TOTAL
               MOVE WS-DT-ACT-YTOTAL(WS-DX) TO WS-V-ACT-TOTAL
               PERFORM PRINT-VARIANCE-LINE
               IF WS-DEPT-OVER EQUAL TO "Y"
                   ADD 1 TO WS-DEPTS-OVER
               END-IF
           END-IF.

       PRINT-VARIANCE-LINE.
           MOVE WS-V-ACT-COUNT TO WS-COUNT2-ED.
           MOVE WS-V-ACT-TOTAL TO WS-ACT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-V-HAVE-BUD NOT EQUAL TO "Y"
               STRING WS-V-LABEL "        " WS-COUNT2-ED
                   "               " WS-ACT-ED
                   "  NO BUDGET FOR THE MONTH"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               PERFORM COMPUTE-VARIANCE
               MOVE WS-V-BUD-COUNT TO WS-COUNT-ED
               MOVE WS-V-BUD-TOTAL TO WS-BUD-ED
               MOVE WS-V-VARIANCE TO WS-VAR-ED
               STRING WS-V-LABEL WS-COUNT-ED " " WS-COUNT2-ED " "
                   WS-BUD-ED " " WS-ACT-ED " " WS-VAR-ED
                   WS-PCT-X WS-FLAG-X
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * The variance percent is taken against the size of the
      * budget, so a department under a negative (credit) budget
      * still reads "over" when its actual lands above it.
       COMPUTE-VARIANCE.
           MOVE "N" TO WS-V-OVER.
           COMPUTE WS-V-VARIANCE = WS-V-ACT-TOTAL - WS-V-BUD-TOTAL.
           IF WS-V-BUD-TOTAL NOT EQUAL TO 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-V-VARIANCE /
                    FUNCTION ABS(WS-V-BUD-TOTAL)) * 100
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-X
               IF WS-PCT GREATER THAN WS-THRESHOLD
                   MOVE "Y" TO WS-V-OVER
               END-IF
           ELSE
               MOVE "     n/a" TO WS-PCT-X
               IF WS-V-ACT-TOTAL GREATER THAN 0
                   MOVE "Y" TO WS-V-OVER
               END-IF
           END-IF.
           IF WS-V-OVER EQUAL TO "Y"
               MOVE " OVER" TO WS-FLAG-X
               MOVE "Y" TO WS-DEPT-OVER
           ELSE
               MOVE SPACES TO WS-FLAG-X
           END-IF.

       PRINT-UNBUDGETED.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Departments With Actuals But No Budget"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM CHECK-UNBUDGETED
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           IF WS-UNBUDGETED EQUAL TO 0
               MOVE "  None - every department with actuals is "
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "  budgeted." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       CHECK-UNBUDGETED.
           IF WS-DT-ACT-MROWS(WS-DX) GREATER THAN 0
                   AND WS-DT-HAVE-MBUD(WS-DX) NOT EQUAL TO "Y"
               ADD 1 TO WS-UNBUDGETED
               MOVE WS-DT-ACT-MCOUNT(WS-DX) TO WS-COUNT-ED
               MOVE WS-DT-ACT-MTOTAL(WS-DX) TO WS-ACT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " WS-DT-DEPT(WS-DX) " " WS-DT-NAME(WS-DX)
                   " Month " WS-COUNT-ED " " WS-ACT-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               IF WS-DT-ACT-YROWS(WS-DX) GREATER THAN 0
                       AND WS-DT-HAVE-YBUD(WS-DX) NOT EQUAL TO "Y"
                   ADD 1 TO WS-UNBUDGETED
                   MOVE WS-DT-ACT-YCOUNT(WS-DX) TO WS-COUNT-ED
                   MOVE WS-DT-ACT-YTOTAL(WS-DX) TO WS-ACT-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  " WS-DT-DEPT(WS-DX) " "
                       WS-DT-NAME(WS-DX)
                       " YTD   " WS-COUNT-ED " " WS-ACT-ED
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               END-IF
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-SUITE-BUD-MTOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Month budget, all departments:   " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-SUITE-ACT-MTOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Month actual (DEPTHIST):         " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-PS-MONTH-CLOSED EQUAL TO "Y"
               MOVE WS-PS-MONTH-TOTAL TO WS-TOTAL-ED
               STRING "Month closed total (PERIODSUM):  " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "PERIOD " WS-PERIOD " NOT CLOSED ON PERIODSUM"
                   " - MONTH ACTUALS PROVISIONAL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-SUITE-BUD-YTOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "YTD budget, all departments:     " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-SUITE-ACT-YTOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "YTD actual (DEPTHIST):           " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-PS-YTD-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "YTD closed total (PERIODSUM):    " WS-TOTAL-ED
               "  " WS-PS-YTD-CLOSED " of " WS-PERIOD-MONTH
               " months closed"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Departments reported: " WS-DEPTS-SHOWN
               "  Over tolerance: " WS-DEPTS-OVER
               "  Unbudgeted: " WS-UNBUDGETED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-BUDG-DUPS GREATER THAN 0
                   OR WS-BUDG-BAD GREATER THAN 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BUDGMAST records ignored - duplicate key: "
                   WS-BUDG-DUPS "  not numeric: " WS-BUDG-BAD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-NO-BUDGET-REPORT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Department Budget Variance Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Period: " WS-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "NO BUDGMAST BUDGET MASTER - NO VARIANCES PRODUCED"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.

       FILE-BUDGET-REPORT.
           MOVE WS-START-STAMP(1:8) TO WS-RPT-DATE.
           MOVE "BUDGRPT" TO WS-RPT-NAME.
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
           MOVE "BUDGVAR" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "BUDGMAST" TO JRNL-INPUT.
           MOVE WS-BUDG-READ TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-BUDG-DUPS + WS-BUDG-BAD.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
