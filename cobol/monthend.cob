      * rejects, and control-limit exceptions for the month. STATS
      * rows re-describe the same readings and are left out so the
      * month is not double-counted; BATCHREV reversal rows net
      * their batch's figures back out of the period, and the
      * LATEADJ and PRIORADJ rows LATEADJ posts for late arrivals
      * add their readings in. The
      * period's record is marked closed ("C") - re-closing a period
      * replaces its summary row, so a close rerun after late history
      * rows is safe. AVGHIST is keyed on run date plus program, so
      * the close starts at the first day of the period and reads
      * forward only until the period ends, instead of passing the
      * whole history; a day's reruns are already folded into that
      * day's row, so "runs" counts run days.
      * A close report (MONTHRPT) prints the rolled figures and the
      * CLOSED verdict so accounting signs off one page instead of a
      * spreadsheet. It is filed in the report repository through
      * RPTFILE under the period-end date, where CHGBACK files the
      * period's chargeback statements once the close is posted, so
      * the two go out together as the month-end pack.
      * Once a period is closed, an AVERAGE or AVGBATCH run whose
      * resolved business date falls in it is refused with condition
      * code 8, the same way a duplicate BATCHREG batch is refused; a
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PSUM-FILE ASSIGN TO "PERIODSUM"
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-PERIOD       PIC 9(6).
          01 WS-PERIOD-MONTH PIC 9(2).
          01 WS-PERIOD-YEAR  PIC 9(4).
          01 WS-NEXT-MONTH   PIC 9(8).
          01 WS-ROWS-READ    PIC 9(7) VALUE 0.
          01 WS-ROWS-ROLLED  PIC 9(5) VALUE 0.
          01 WS-ROLL-COUNT   PIC S9(7) VALUE 0.
          01 WS-EXCP-ED      PIC Z(6)9.
          01 WS-TOTAL-ED     PIC -(12)9.99.
          01 WS-AVG-ED       PIC -(5)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "MONTHEND".
          01 WS-RPT-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       Monthend.
           PERFORM POST-PERIOD-RECORD.
           PERFORM REWRITE-PERIOD-MASTER.
           PERFORM PRINT-CLOSE-REPORT.
           PERFORM FILE-CLOSE-REPORT.
           IF WS-ROWS-ROLLED EQUAL TO 0
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
               DISPLAY "MONTHEND: no AVGHIST history file (status "
                   WS-HIST-STATUS ") - closing an empty period."
           ELSE
               MOVE WS-PERIOD TO HIST-RUN-DATE(1:6)
               MOVE "01" TO HIST-RUN-DATE(7:2)
               MOVE SPACES TO HIST-PROGRAM
               START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM ROLL-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE HIST-FILE
      * on the record accounting signs (TREND separates by program
      * for the same reason). A BATCHREV reversal row nets its
      * figures back out: its total is already negated and its count
      * is backed off the period. LATEADJ and PRIORADJ rows carry
      * late-arriving readings booked to a day in the period, so
      * they are added in like an AVERAGE row. HIST-EXCEPTIONS is
      * checked NUMERIC because history rows written before the
      * field existed read back space-filled there.
       ROLL-HISTORY-RECORD.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF HIST-RUN-DATE(1:6) GREATER THAN WS-PERIOD
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   IF HIST-RUN-DATE(1:6) EQUAL TO WS-PERIOD
                       EVALUATE HIST-PROGRAM
                           WHEN "AVERAGE"
                               PERFORM ROLL-AVERAGE-ROW
                           WHEN "BATCHREV"
                               PERFORM ROLL-REVERSAL-ROW
                           WHEN "LATEADJ"
                           WHEN "PRIORADJ"
                               PERFORM ROLL-ADJUSTMENT-ROW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
           SUBTRACT HIST-COUNT FROM WS-ROLL-COUNT.
           ADD HIST-TOTAL TO WS-ROLL-TOTAL.

       ROLL-ADJUSTMENT-ROW.
           ADD 1 TO WS-ROWS-ROLLED.
           ADD HIST-COUNT TO WS-ROLL-COUNT.
           ADD HIST-TOTAL TO WS-ROLL-TOTAL.

       COMPUTE-ROLLED-AVERAGE.
           IF WS-ROLL-COUNT LESS THAN 0
               MOVE 0 TO WS-ROLL-COUNT
               "to approve an adjustment"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Run CHGBACK for period " WS-PERIOD
               " to bill the departments (CHGRPT statements)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.

      * The close report is filed under the period-end date - the
      * day before the first of the next month - so it and the
      * CHGBACK chargeback statements filed under the same date make
      * up the month-end pack in the repository. A period that is
      * not a valid YYYYMM files under today's date instead.
       FILE-CLOSE-REPORT.
           MOVE WS-START-STAMP(1:8) TO WS-RPT-DATE.
           IF WS-PERIOD IS NUMERIC
               MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH EQUAL TO 12
                   COMPUTE WS-NEXT-MONTH =
                       (WS-PERIOD-YEAR + 1) * 10000 + 101
                   COMPUTE WS-RPT-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
               END-IF
               IF WS-PERIOD-MONTH GREATER THAN 0
                       AND WS-PERIOD-MONTH LESS THAN 12
                   COMPUTE WS-NEXT-MONTH = (WS-PERIOD + 1) * 100 + 1
                   COMPUTE WS-RPT-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
               END-IF
           END-IF.
           MOVE "MONTHRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-RPT-DATE
               WS-RPT-PROGRAM WS-OPERATOR.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
