      * center and tails. Percentile positions use the ceiling of
      * N*p; the median of an even count is the mean of the two
      * middle readings.
      * Each run's figures are also posted to the AVGHIST history
      * master (copybook/avghist.cpy), the new order statistics
      * included, so TREND can answer week-over-week and month-over-
      * month questions without re-keying old STATSRPT copies.
      * AVGHIST is keyed on run date plus program; a STATS rerun for
      * a date already on file replaces that date's STATS row, since
      * the rerun recomputes the whole day's figures. A missing
      * AVGHIST is created empty; any other open error is shown on
      * the console, the row is not posted, and the run is journaled
      * WARN.
      * Every rejected reading is also written to the NUMSUSP suspense
      * dataset (run date, source file name, record number, reason
      * code, raw bytes) so it can be repaired with NUMREPAIR and
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
          01 WS-RAW-N        PIC 9(5) VALUE 0.
          01 WS-SUSP-STATUS  PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-HIST-FOUND   PIC X VALUE "N".
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-CAL-STATUS   PIC XX.
          01 WS-CAL-EOF      PIC X.
          01 WS-CAL-WARN     PIC X VALUE "N".
          01 WS-HIST-WARN    PIC X VALUE "N".
          01 WS-CAL-MAX      PIC 9(3) VALUE 400.
          01 WS-CAL-USED     PIC 9(3) VALUE 0.
          01 WS-KX           PIC 9(3).
           PERFORM WRITE-HISTORY.
           IF WS-N EQUAL TO 0 OR WS-REJECTED GREATER THAN 0
                   OR WS-CAL-WARN EQUAL TO "Y"
                   OR WS-HIST-WARN EQUAL TO "Y"
               MOVE "WARN" TO WS-RUN-STATUS
           ELSE
               MOVE "GOOD" TO WS-RUN-STATUS
           END-READ.

       WRITE-HISTORY.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
           IF WS-HIST-STATUS EQUAL TO "00"
               PERFORM POST-HISTORY-ROW
               CLOSE HIST-FILE
           ELSE
               DISPLAY "STATS: cannot open AVGHIST (status "
                   WS-HIST-STATUS ") - history row not posted."
               MOVE "Y" TO WS-HIST-WARN
           END-IF.

       POST-HISTORY-ROW.
           MOVE WS-NUMREC-DATE TO HIST-RUN-DATE.
           MOVE "STATS" TO HIST-PROGRAM.
           READ HIST-FILE
               INVALID KEY
                   MOVE "N" TO WS-HIST-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-FOUND
           END-READ.
           MOVE WS-NUMREC-DATE TO HIST-RUN-DATE.
           MOVE "STATS" TO HIST-PROGRAM.
           MOVE WS-N TO HIST-COUNT.
           MOVE WS-P10 TO HIST-P10.
           MOVE WS-P90 TO HIST-P90.
           MOVE WS-IQR TO HIST-IQR.
           IF WS-HIST-FOUND EQUAL TO "Y"
               REWRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY "STATS: AVGHIST rewrite failed (status "
                           WS-HIST-STATUS ")."
               END-REWRITE
           ELSE
               WRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY "STATS: AVGHIST write failed (status "
                           WS-HIST-STATUS ")."
               END-WRITE
           END-IF.

       PRINT-REPORT.
           MOVE WS-NUMREC-DATE(5:2) TO WS-REPORT-DATE(1:2).
