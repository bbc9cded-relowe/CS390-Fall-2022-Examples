      * Check stock consumption forecast and reorder report, so the
      * print shop is asked for the next run of pre-printed stock
      * before a stock range runs out rather than after.
      * For each stock range on the STOCKRNG control file
      * (copybook/stockrng.cpy) the report works out, month by month
      * over the history window:
      *   - allocation: the numbers in the range generated by the
      *     ranges logged on SEQAUDITLOG, by the month logged;
      *   - consumption: the numbers in the range printed, used,
      *     voided, or spoiled, by the month of their NUMINV (or
      *     NUMINVARC, once retired) status date, plus any number
      *     on the current USEDNUMS usage file that the master does
      *     not show consumed yet, by its issue date.
      * Unallocated stock is every number in the range that is not
      * on NUMINV, not on NUMINVARC, and not inside a logged range -
      * the same test REQNFILL uses to assign a block. The monthly
      * rate the range is drawn down at is the higher of the average
      * allocation and the average consumption over the window, so a
      * range is never projected to last longer than either says,
      * and the month the unallocated stock will be exhausted is
      * projected from it. A range with no allocation or
      * consumption in the window gets no projection.
      * The optional STKLEAD control file holds the print shop's
      * lead time in weeks (first two digits, 8 with no STKLEAD) and
      * the number of complete months of history to average (next
      * two digits, 6 by default, at most 24). Any range projected
      * to run out inside the lead time - or already out - prints a
      * REORDER NOW line so purchasing orders the next print run in
      * time.
      * The FCSTRPT report is filed in the report repository through
      * RPTFILE, and every run appends a RUNJRNL record: WARN when a
      * range needs reordering, FAIL with condition code 8 when
      * STOCKRNG or NUMINV cannot be read.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STKFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STK-FILE ASSIGN TO "STOCKRNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STK-STATUS.

           SELECT LEAD-FILE ASSIGN TO "STKLEAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-STATUS.

           SELECT INV-FILE ASSIGN TO "NUMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INV-STATUS.

           SELECT ARC-FILE ASSIGN TO "NUMINVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT USED-FILE ASSIGN TO "USEDNUMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USED-STATUS.

           SELECT LOG-FILE ASSIGN TO "SEQAUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STK-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "stockrng.cpy".

       FD  LEAD-FILE
           LABEL RECORDS ARE OMITTED.
          01 LEAD-RECORD.
             05 LEAD-WEEKS    PIC 9(2).
             05 LEAD-HISTORY  PIC 9(2).

       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinv.cpy".

       FD  ARC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinvar.cpy".

       FD  USED-FILE
           LABEL RECORDS ARE OMITTED.
          01 USED-RECORD.
             05 USED-NUMBER PIC S9(5)
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 USED-CHECK-DIGIT PIC X.
             05 USED-ISSUE-DATE PIC 9(8).
             05 USED-AMOUNT PIC S9(9)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 USED-PAYEE PIC X(30).

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
          01 WS-STK-STATUS   PIC XX.
          01 WS-LEAD-STATUS  PIC XX.
          01 WS-INV-STATUS   PIC XX.
          01 WS-ARC-STATUS   PIC XX.
          01 WS-USED-STATUS  PIC XX.
          01 WS-LOG-STATUS   PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.

          01 WS-LEAD-WEEKS   PIC 9(2) VALUE 8.
          01 WS-HISTORY      PIC 9(2) VALUE 6.
          01 WS-LEAD-MONTHS  PIC 9(3)V9.

      * Months are counted as year * 12 + month - 1, so the window
      * is the WS-HISTORY complete months before the current one.
          01 WS-CUR-MONTH    PIC 9(6).
          01 WS-FIRST-MONTH  PIC 9(6).
          01 WS-MONTH        PIC 9(6).
          01 WS-MX           PIC 9(2).
          01 WS-DATE-WORK    PIC 9(8).
          01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
             05 WS-DATE-YEAR  PIC 9(4).
             05 WS-DATE-MM    PIC 9(2).
             05 WS-DATE-DD    PIC 9(2).
          01 WS-YEAR         PIC 9(4).
          01 WS-MM           PIC 9(2).
          01 WS-YYYYMM       PIC 9(6).
          01 WS-COUNT-KIND   PIC X.

      * Stock ranges with their month-by-month figures.
          01 WS-STK-MAX      PIC 9(3) VALUE 50.
          01 WS-STK-USED     PIC 9(3) VALUE 0.
          01 WS-STK-OVERFLOW PIC X VALUE "N".
          01 WS-SX           PIC 9(3).
          01 WS-STK-TABLE.
             05 WS-STK-ENTRY OCCURS 50 TIMES.
                10 WS-SK-TYPE        PIC X(4).
                10 WS-SK-DESCRIPTION PIC X(20).
                10 WS-SK-LOW         PIC 9(5).
                10 WS-SK-HIGH        PIC 9(5).
                10 WS-SK-FREE        PIC 9(6).
                10 WS-SK-MONTH OCCURS 24 TIMES.
                   15 WS-SK-ALLOC    PIC 9(6).
                   15 WS-SK-CONS     PIC 9(6).

      * One byte per possible number, subscripted by number + 1.
      * WS-TAKEN is "Y" for a number that is no longer unallocated
      * stock; WS-CONSUMED is "Y" once its consumption is counted.
          01 WS-TAKEN-FLAGS.
             05 WS-TAKEN     PIC X OCCURS 100000 TIMES.
          01 WS-CONSUMED-FLAGS.
             05 WS-CONSUMED  PIC X OCCURS 100000 TIMES.
          01 WS-FX           PIC 9(6).
          01 WS-NUM          PIC S9(6).
          01 WS-LOW          PIC S9(6).
          01 WS-HIGH         PIC S9(6).
          01 WS-STEP         PIC 9(5).

      * The projection for the range being printed.
          01 WS-TOTAL-ALLOC  PIC 9(7).
          01 WS-TOTAL-CONS   PIC 9(7).
          01 WS-AVG-ALLOC    PIC 9(6)V9.
          01 WS-AVG-CONS     PIC 9(6)V9.
          01 WS-RATE         PIC 9(6)V9.
          01 WS-MONTHS-LEFT  PIC 9(5)V9.
          01 WS-WHOLE-MONTHS PIC 9(5).
          01 WS-REORDER      PIC X.
          01 WS-REORDERS     PIC 9(3) VALUE 0.

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(5)9.
          01 WS-COUNT-ED2    PIC Z(5)9.
          01 WS-AVG-ED       PIC Z(5)9.9.
          01 WS-AVG-ED2      PIC Z(5)9.9.
          01 WS-MONTHS-ED    PIC Z(4)9.9.
          01 WS-LEAD-ED      PIC ZZ9.9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "STKFCST".

       PROCEDURE DIVISION.
       Stkfcst.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-LEAD-TIME.
           PERFORM LOAD-STOCK-RANGES.
           IF WS-STK-USED EQUAL TO 0 OR WS-STK-OVERFLOW EQUAL TO "Y"
               DISPLAY "STKFCST: STOCKRNG is missing, empty, or "
                   "holds more than " WS-STK-MAX " stock types - "
                   "no forecast made."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS NOT EQUAL TO "00"
               DISPLAY "STKFCST: cannot open NUMINV (status "
                   WS-INV-STATUS ") - no forecast made."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO WS-DATE-WORK.
           PERFORM DATE-TO-MONTH.
           MOVE WS-MONTH TO WS-CUR-MONTH.
           COMPUTE WS-FIRST-MONTH = WS-CUR-MONTH - WS-HISTORY.
           COMPUTE WS-LEAD-MONTHS ROUNDED = WS-LEAD-WEEKS * 7 / 30.4.
           MOVE SPACES TO WS-TAKEN-FLAGS.
           MOVE SPACES TO WS-CONSUMED-FLAGS.
           PERFORM READ-MASTER.
           CLOSE INV-FILE.
           PERFORM READ-ARCHIVE.
           PERFORM READ-USAGE.
           PERFORM READ-AUDIT-LOG.
           PERFORM COUNT-FREE
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STK-USED.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Check Stock Forecast and Reorder Report"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-LEAD-MONTHS TO WS-LEAD-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Date: " WS-TODAY "  Lead time: " WS-LEAD-WEEKS
               " weeks (" WS-LEAD-ED " months)  History: "
               WS-HISTORY " months"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM PRINT-RANGE
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STK-USED.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Ranges to reorder now: " WS-REORDERS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.
           MOVE "FCSTRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-REORDERS GREATER THAN 0
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

       LOAD-LEAD-TIME.
           OPEN INPUT LEAD-FILE.
           IF WS-LEAD-STATUS EQUAL TO "00"
               READ LEAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LEAD-WEEKS IS NUMERIC
                           MOVE LEAD-WEEKS TO WS-LEAD-WEEKS
                       END-IF
                       IF LEAD-HISTORY IS NUMERIC
                               AND LEAD-HISTORY GREATER THAN 0
                               AND LEAD-HISTORY NOT GREATER THAN 24
                           MOVE LEAD-HISTORY TO WS-HISTORY
                       END-IF
               END-READ
               CLOSE LEAD-FILE
           END-IF.

      * A STOCKRNG record whose range is not numeric or runs
      * backwards is not loaded.
       LOAD-STOCK-RANGES.
           OPEN INPUT STK-FILE.
           IF WS-STK-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-STOCK-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE STK-FILE
           END-IF.

       LOAD-STOCK-RECORD.
           READ STK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF STK-LOW IS NOT NUMERIC OR STK-HIGH IS NOT NUMERIC
                           OR STK-LOW GREATER THAN STK-HIGH
                       DISPLAY "STKFCST: STOCKRNG range for "
                           STK-TYPE " is not valid - not loaded."
                   ELSE
                       IF WS-STK-USED LESS THAN WS-STK-MAX
                           ADD 1 TO WS-STK-USED
                           MOVE STK-TYPE TO WS-SK-TYPE(WS-STK-USED)
                           MOVE STK-DESCRIPTION
                               TO WS-SK-DESCRIPTION(WS-STK-USED)
                           MOVE STK-LOW TO WS-SK-LOW(WS-STK-USED)
                           MOVE STK-HIGH TO WS-SK-HIGH(WS-STK-USED)
                           MOVE 0 TO WS-SK-FREE(WS-STK-USED)
                           PERFORM CLEAR-MONTH
                               VARYING WS-MX FROM 1 BY 1
                               UNTIL WS-MX GREATER THAN 24
                       ELSE
                           MOVE "Y" TO WS-STK-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       CLEAR-MONTH.
           MOVE 0 TO WS-SK-ALLOC(WS-STK-USED WS-MX).
           MOVE 0 TO WS-SK-CONS(WS-STK-USED WS-MX).

      * A date that is not a real month gives month zero, which is
      * before any history window.
       DATE-TO-MONTH.
           IF WS-DATE-WORK IS NUMERIC AND WS-DATE-YEAR GREATER THAN 0
                   AND WS-DATE-MM GREATER THAN 0
                   AND WS-DATE-MM NOT GREATER THAN 12
               COMPUTE WS-MONTH = WS-DATE-YEAR * 12 + WS-DATE-MM - 1
           ELSE
               MOVE 0 TO WS-MONTH
           END-IF.

       READ-MASTER.
           MOVE 0 TO INV-NUMBER.
           START INV-FILE KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SWITCH
           END-START.
           PERFORM READ-MASTER-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".

       READ-MASTER-RECORD.
           READ INV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   COMPUTE WS-FX = INV-NUMBER + 1
                   MOVE "Y" TO WS-TAKEN(WS-FX)
                   IF NOT INV-ALLOCATED
                       MOVE INV-NUMBER TO WS-NUM
                       MOVE INV-STATUS-DATE TO WS-DATE-WORK
                       PERFORM COUNT-CONSUMED
                   END-IF
           END-READ.

       READ-ARCHIVE.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-ARCHIVE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE ARC-FILE
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF ARC-NUMBER IS NUMERIC
                       COMPUTE WS-FX = ARC-NUMBER + 1
                       MOVE "Y" TO WS-TAKEN(WS-FX)
                       IF ARC-STATUS NOT EQUAL TO "A"
                           MOVE ARC-NUMBER TO WS-NUM
                           MOVE ARC-STATUS-DATE TO WS-DATE-WORK
                           PERFORM COUNT-CONSUMED
                       END-IF
                   END-IF
           END-READ.

      * USEDNUMS holds the usage INVPOST has yet to post (or has
      * just posted); a number the master already shows consumed
      * is not counted twice.
       READ-USAGE.
           OPEN INPUT USED-FILE.
           IF WS-USED-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-USAGE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE USED-FILE
           END-IF.

       READ-USAGE-RECORD.
           READ USED-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF USED-NUMBER IS NUMERIC
                           AND USED-NUMBER NOT LESS THAN 0
                           AND USED-ISSUE-DATE IS NUMERIC
                       MOVE USED-NUMBER TO WS-NUM
                       MOVE USED-ISSUE-DATE TO WS-DATE-WORK
                       PERFORM COUNT-CONSUMED
                   END-IF
           END-READ.

      * Counts WS-NUM consumed in the month of WS-DATE-WORK, once.
       COUNT-CONSUMED.
           COMPUTE WS-FX = WS-NUM + 1.
           IF WS-CONSUMED(WS-FX) NOT EQUAL TO "Y"
               MOVE "Y" TO WS-CONSUMED(WS-FX)
               PERFORM DATE-TO-MONTH
               IF WS-MONTH NOT LESS THAN WS-FIRST-MONTH
                       AND WS-MONTH LESS THAN WS-CUR-MONTH
                   COMPUTE WS-MX = WS-MONTH - WS-FIRST-MONTH + 1
                   MOVE "C" TO WS-COUNT-KIND
                   PERFORM COUNT-IN-RANGE
                       VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX GREATER THAN WS-STK-USED
               END-IF
           END-IF.

       COUNT-IN-RANGE.
           IF WS-NUM NOT LESS THAN WS-SK-LOW(WS-SX)
                   AND WS-NUM NOT GREATER THAN WS-SK-HIGH(WS-SX)
               IF WS-COUNT-KIND EQUAL TO "C"
                   ADD 1 TO WS-SK-CONS(WS-SX WS-MX)
               ELSE
                   ADD 1 TO WS-SK-ALLOC(WS-SX WS-MX)
               END-IF
           END-IF.

       READ-AUDIT-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-AUDIT-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE LOG-FILE
           END-IF.

      * Every logged range takes its numbers out of unallocated
      * stock; a range logged inside the window also counts as that
      * month's allocation. A range with an unusable increment
      * generated nothing.
       READ-AUDIT-RECORD.
           READ LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF LOG-INCREMENT NOT EQUAL TO 0
                       AND NOT (LOG-INCREMENT GREATER THAN 0 AND
                           LOG-START GREATER THAN LOG-END)
                       AND NOT (LOG-INCREMENT LESS THAN 0 AND
                           LOG-START LESS THAN LOG-END)
                       PERFORM MARK-AUDIT-RANGE
                   END-IF
           END-READ.

       MARK-AUDIT-RANGE.
           MOVE 0 TO WS-MX.
           IF LOG-TIMESTAMP(1:8) IS NUMERIC
               MOVE LOG-TIMESTAMP(1:8) TO WS-DATE-WORK
               PERFORM DATE-TO-MONTH
               IF WS-MONTH NOT LESS THAN WS-FIRST-MONTH
                       AND WS-MONTH LESS THAN WS-CUR-MONTH
                   COMPUTE WS-MX = WS-MONTH - WS-FIRST-MONTH + 1
               END-IF
           END-IF.
           IF LOG-START LESS THAN LOG-END
               MOVE LOG-START TO WS-LOW
               MOVE LOG-END TO WS-HIGH
           ELSE
               MOVE LOG-END TO WS-LOW
               MOVE LOG-START TO WS-HIGH
           END-IF.
           COMPUTE WS-STEP = FUNCTION ABS(LOG-INCREMENT).
           MOVE "A" TO WS-COUNT-KIND.
           PERFORM MARK-AUDIT-NUMBER
               VARYING WS-NUM FROM WS-LOW BY WS-STEP
               UNTIL WS-NUM GREATER THAN WS-HIGH.

       MARK-AUDIT-NUMBER.
           IF WS-NUM NOT LESS THAN 0
               COMPUTE WS-FX = WS-NUM + 1
               MOVE "Y" TO WS-TAKEN(WS-FX)
               IF WS-MX GREATER THAN 0
                   PERFORM COUNT-IN-RANGE
                       VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX GREATER THAN WS-STK-USED
               END-IF
           END-IF.

       COUNT-FREE.
           PERFORM COUNT-FREE-NUMBER
               VARYING WS-NUM FROM WS-SK-LOW(WS-SX) BY 1
               UNTIL WS-NUM GREATER THAN WS-SK-HIGH(WS-SX).

       COUNT-FREE-NUMBER.
           COMPUTE WS-FX = WS-NUM + 1.
           IF WS-TAKEN(WS-FX) EQUAL TO SPACE
               ADD 1 TO WS-SK-FREE(WS-SX)
           END-IF.

       PRINT-RANGE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-SK-FREE(WS-SX) TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-SK-TYPE(WS-SX) " " WS-SK-DESCRIPTION(WS-SX)
               "  Range " WS-SK-LOW(WS-SX) "-" WS-SK-HIGH(WS-SX)
               "  Unallocated: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "  Month     Allocated  Consumed" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE 0 TO WS-TOTAL-ALLOC.
           MOVE 0 TO WS-TOTAL-CONS.
           PERFORM PRINT-MONTH
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX GREATER THAN WS-HISTORY.
           COMPUTE WS-AVG-ALLOC ROUNDED = WS-TOTAL-ALLOC / WS-HISTORY.
           COMPUTE WS-AVG-CONS ROUNDED = WS-TOTAL-CONS / WS-HISTORY.
           MOVE WS-AVG-ALLOC TO WS-AVG-ED.
           MOVE WS-AVG-CONS TO WS-AVG-ED2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Average/month" WS-AVG-ED "  " WS-AVG-ED2
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-AVG-ALLOC GREATER THAN WS-AVG-CONS
               MOVE WS-AVG-ALLOC TO WS-RATE
           ELSE
               MOVE WS-AVG-CONS TO WS-RATE
           END-IF.
           MOVE "N" TO WS-REORDER.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-SK-FREE(WS-SX) EQUAL TO 0
                   STRING "  Projected exhaustion: EXHAUSTED - "
                       "no unallocated numbers left"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE "Y" TO WS-REORDER
               WHEN WS-RATE EQUAL TO 0
                   STRING "  Projected exhaustion: none - no use "
                       "in the history window"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   PERFORM PROJECT-EXHAUSTION
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-REORDER EQUAL TO "Y"
               ADD 1 TO WS-REORDERS
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** REORDER NOW *** " WS-SK-TYPE(WS-SX)
                   " runs out inside the " WS-LEAD-WEEKS
                   "-week print lead time"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-MONTH.
           COMPUTE WS-MONTH = WS-FIRST-MONTH + WS-MX - 1.
           PERFORM MONTH-TO-YYYYMM.
           ADD WS-SK-ALLOC(WS-SX WS-MX) TO WS-TOTAL-ALLOC.
           ADD WS-SK-CONS(WS-SX WS-MX) TO WS-TOTAL-CONS.
           MOVE WS-SK-ALLOC(WS-SX WS-MX) TO WS-COUNT-ED.
           MOVE WS-SK-CONS(WS-SX WS-MX) TO WS-COUNT-ED2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " WS-YYYYMM "       " WS-COUNT-ED
               "    " WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       MONTH-TO-YYYYMM.
           DIVIDE WS-MONTH BY 12 GIVING WS-YEAR REMAINDER WS-MM.
           ADD 1 TO WS-MM.
           COMPUTE WS-YYYYMM = WS-YEAR * 100 + WS-MM.

      * The stock in hand lasts WS-MONTHS-LEFT months from now at
      * the window's rate, so it is gone during the month that many
      * whole months after the current one.
       PROJECT-EXHAUSTION.
           COMPUTE WS-MONTHS-LEFT ROUNDED =
               WS-SK-FREE(WS-SX) / WS-RATE.
           MOVE WS-MONTHS-LEFT TO WS-WHOLE-MONTHS.
           COMPUTE WS-MONTH = WS-CUR-MONTH + WS-WHOLE-MONTHS.
           PERFORM MONTH-TO-YYYYMM.
           MOVE WS-MONTHS-LEFT TO WS-MONTHS-ED.
           MOVE WS-RATE TO WS-AVG-ED.
           STRING "  Projected exhaustion: " WS-YYYYMM
               " (" WS-MONTHS-ED " months at " WS-AVG-ED "/month)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           IF WS-MONTHS-LEFT NOT GREATER THAN WS-LEAD-MONTHS
               MOVE "Y" TO WS-REORDER
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
           MOVE "STKFCST" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "NUMINV" TO JRNL-INPUT.
           MOVE WS-READ-COUNT TO JRNL-READ-COUNT.
           MOVE WS-REORDERS TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
