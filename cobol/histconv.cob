      * One-time load of the AVGHIST and DEPTHIST history files from
      * the line-sequential layout they were kept in before they were
      * made indexed. AVERAGE, STATS, LATEADJ, and APPROVAL now open
      * both files as indexed masters, so the old files have to be
      * carried across once before the first of those runs, or the
      * history behind TREND, DEPTTRND, and MONTHEND starts empty.
      * Cutover: rename the old AVGHIST to AVGHIST.SEQ and the old
      * DEPTHIST to DEPTHIST.SEQ, then run HISTCONV. Each .SEQ file is
      * read from the top in the shared record layouts
      * (copybook/avghist.cpy, copybook/depthist.cpy - the fields are
      * unchanged, only grouped under the new key) and loaded into a
      * new indexed file under the live name. The sequential file
      * held one row per run, the indexed file holds one row per key,
      * so rows that meet on a key are folded the way the posting
      * programs now fold a second run into the same date:
      *   - DEPTHIST, and AVGHIST rows for AVERAGE, BATCHREV, or any
      *     program other than STATS - counts, totals, rejects, and
      *     exceptions summed and the average recomputed;
      *   - AVGHIST STATS rows - the later row replaces the earlier,
      *     since a STATS rerun recomputes the whole day.
      * A row whose date or figures are not numeric is not loaded
      * and is listed on the report.
      * The load only builds a file that does not exist yet: an
      * indexed AVGHIST or DEPTHIST already in place is left alone and
      * reported, so running HISTCONV twice cannot double a day's
      * figures. A file that will not open for any other reason is
      * left alone and the run ends FAIL. A load that stops part way
      * is redone by removing the part-built indexed file and running
      * HISTCONV again; the .SEQ files are only read, and are kept.
      * The HISTCONV report shows, per file, the rows read, written,
      * folded, replaced, and not loaded, and a PROVED/MISMATCH
      * verdict: rows read must equal rows accounted for, the rebuilt
      * file is re-counted against the rows written, and the counts
      * and totals read (STATS rows aside) are re-summed from the
      * rebuilt file.
      * The history files belong to the averaging window, so the run
      * takes the AVGLOCK run-in-progress token like HOUSEKEEP and is
      * refused with condition code 8 while it is held. Every run
      * appends a RUNJRNL record: FAIL with condition code 8 on a
      * mismatch or a file that would not open, WARN with 4 when a
      * file was skipped or a row was not loaded, GOOD otherwise.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HISTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDH-FILE ASSIGN TO "AVGHIST.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDH-STATUS.

           SELECT OLDD-FILE ASSIGN TO "DEPTHIST.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDD-STATUS.

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

           SELECT PRINT-FILE ASSIGN TO "CONVRPT"
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
       FD  OLDH-FILE
           LABEL RECORDS ARE OMITTED.
          01 OLDH-RECORD PIC X(118).

       FD  OLDD-FILE
           LABEL RECORDS ARE OMITTED.
          01 OLDD-RECORD PIC X(42).

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".

       FD  DHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "depthist.cpy".

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
          01 WS-OLDH-STATUS  PIC XX.
          01 WS-OLDD-STATUS  PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-DHIST-STATUS PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-DATASET      PIC X(12).
          01 WS-NEW-HIST     PIC X(118).
          01 WS-NEW-DH       PIC X(42).
          01 WS-ADD-COUNT    PIC 9(7).
          01 WS-ADD-REJECTED PIC 9(7).
          01 WS-ADD-TOTAL    PIC S9(12)V99.
          01 WS-ADD-EXCP     PIC 9(7).
          01 WS-READ-COUNT   PIC 9(7).
          01 WS-WRITE-COUNT  PIC 9(7).
          01 WS-FOLD-COUNT   PIC 9(7).
          01 WS-REPL-COUNT   PIC 9(7).
          01 WS-BAD-COUNT    PIC 9(7).
          01 WS-BACK-COUNT   PIC 9(7).
          01 WS-IN-SUM-COUNT PIC 9(9).
          01 WS-IN-SUM-TOTAL PIC S9(14)V99.
          01 WS-BK-SUM-COUNT PIC 9(9).
          01 WS-BK-SUM-TOTAL PIC S9(14)V99.
          01 WS-ROWS-READ    PIC 9(7) VALUE 0.
          01 WS-ROWS-BAD     PIC 9(7) VALUE 0.
          01 WS-SETS-DONE    PIC 9(5) VALUE 0.
          01 WS-SETS-SKIPPED PIC 9(5) VALUE 0.
          01 WS-MISMATCH     PIC X VALUE "N".
          01 WS-OPEN-FAILED  PIC X VALUE "N".
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-SUM-COUNT-ED PIC Z(8)9.
          01 WS-SUM-TOTAL-ED PIC -(14)9.99.
          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "AVGLOCK".
          01 WS-SAVED-RC     PIC S9(4).

       PROCEDURE DIVISION.
       Histconv.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           PERFORM TAKE-RUN-LOCK.
           IF WS-LOCK-TAKEN NOT EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "History File Conversion Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM CONVERT-RUN-HISTORY.
           PERFORM CONVERT-DEPT-HISTORY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Files Converted: " WS-SETS-DONE
               " Skipped: " WS-SETS-SKIPPED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE PRINT-FILE.
           IF WS-MISMATCH EQUAL TO "Y"
                   OR WS-OPEN-FAILED EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SETS-SKIPPED GREATER THAN 0
                       OR WS-ROWS-BAD GREATER THAN 0
                   MOVE "WARN" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "GOOD" TO WS-RUN-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
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

       CLEAR-COUNTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITE-COUNT.
           MOVE 0 TO WS-FOLD-COUNT.
           MOVE 0 TO WS-REPL-COUNT.
           MOVE 0 TO WS-BAD-COUNT.
           MOVE 0 TO WS-BACK-COUNT.
           MOVE 0 TO WS-IN-SUM-COUNT.
           MOVE 0 TO WS-IN-SUM-TOTAL.
           MOVE 0 TO WS-BK-SUM-COUNT.
           MOVE 0 TO WS-BK-SUM-TOTAL.

      * AVGHIST: only a file that is not there yet is built, so a
      * second run, or a run after AVERAGE has already started a new
      * indexed file, cannot post the old rows twice.
       CONVERT-RUN-HISTORY.
           MOVE "AVGHIST" TO WS-DATASET.
           PERFORM CLEAR-COUNTS.
           OPEN INPUT OLDH-FILE.
           IF WS-OLDH-STATUS NOT EQUAL TO "00"
               ADD 1 TO WS-SETS-SKIPPED
               PERFORM PRINT-BLANK-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "AVGHIST.SEQ not present (status "
                   WS-OLDH-STATUS ") - AVGHIST not converted"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               OPEN I-O HIST-FILE
               EVALUATE WS-HIST-STATUS
                   WHEN "35"
                       PERFORM LOAD-RUN-HISTORY
                   WHEN "00"
                       CLOSE HIST-FILE
                       PERFORM PRINT-ALREADY-INDEXED
                   WHEN OTHER
                       MOVE WS-HIST-STATUS TO WS-OLDH-STATUS
                       PERFORM PRINT-OPEN-FAILED
               END-EVALUATE
               CLOSE OLDH-FILE
           END-IF.

       LOAD-RUN-HISTORY.
           OPEN OUTPUT HIST-FILE.
           CLOSE HIST-FILE.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS NOT EQUAL TO "00"
               MOVE WS-HIST-STATUS TO WS-OLDH-STATUS
               PERFORM PRINT-OPEN-FAILED
           ELSE
               PERFORM PRINT-BLANK-LINE
               MOVE "AVGHIST.SEQ -> AVGHIST" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-RUN-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE HIST-FILE
               PERFORM RECOUNT-RUN-HISTORY
               ADD 1 TO WS-SETS-DONE
               PERFORM PRINT-CONVERSION-LINES
           END-IF.

       LOAD-RUN-HISTORY-RECORD.
           READ OLDH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-ROWS-READ
                   MOVE OLDH-RECORD TO HIST-RECORD
                   IF HIST-RUN-DATE IS NUMERIC
                           AND HIST-COUNT IS NUMERIC
                           AND HIST-REJECTED IS NUMERIC
                           AND HIST-TOTAL IS NUMERIC
                           AND HIST-EXCEPTIONS IS NUMERIC
                       PERFORM POST-RUN-HISTORY-ROW
                   ELSE
                       PERFORM PRINT-BAD-ROW
                   END-IF
           END-READ.

      * A STATS row replaces an earlier one on the same date; any
      * other program's row is added into the row already there.
       POST-RUN-HISTORY-ROW.
           MOVE HIST-RECORD TO WS-NEW-HIST.
           MOVE HIST-COUNT TO WS-ADD-COUNT.
           MOVE HIST-REJECTED TO WS-ADD-REJECTED.
           MOVE HIST-TOTAL TO WS-ADD-TOTAL.
           MOVE HIST-EXCEPTIONS TO WS-ADD-EXCP.
           IF HIST-PROGRAM NOT EQUAL TO "STATS"
               ADD WS-ADD-COUNT TO WS-IN-SUM-COUNT
               ADD WS-ADD-TOTAL TO WS-IN-SUM-TOTAL
           END-IF.
           READ HIST-FILE
               INVALID KEY
                   MOVE WS-NEW-HIST TO HIST-RECORD
                   WRITE HIST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-MISMATCH
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITE-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF HIST-PROGRAM EQUAL TO "STATS"
                       MOVE WS-NEW-HIST TO HIST-RECORD
                       ADD 1 TO WS-REPL-COUNT
                   ELSE
                       ADD WS-ADD-COUNT TO HIST-COUNT
                       ADD WS-ADD-REJECTED TO HIST-REJECTED
                       ADD WS-ADD-TOTAL TO HIST-TOTAL
                       ADD WS-ADD-EXCP TO HIST-EXCEPTIONS
                       IF HIST-COUNT GREATER THAN 0
                           DIVIDE HIST-COUNT INTO HIST-TOTAL
                               GIVING HIST-AVERAGE
                       END-IF
                       ADD 1 TO WS-FOLD-COUNT
                   END-IF
                   REWRITE HIST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-MISMATCH
                   END-REWRITE
           END-READ.

       RECOUNT-RUN-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM COUNT-RUN-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE HIST-FILE
           END-IF.

       COUNT-RUN-HISTORY-RECORD.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-BACK-COUNT
                   IF HIST-PROGRAM NOT EQUAL TO "STATS"
                       ADD HIST-COUNT TO WS-BK-SUM-COUNT
                       ADD HIST-TOTAL TO WS-BK-SUM-TOTAL
                   END-IF
           END-READ.

      * DEPTHIST: the same rule - a new file only - and every row that
      * meets another on run date and department is added into it.
       CONVERT-DEPT-HISTORY.
           MOVE "DEPTHIST" TO WS-DATASET.
           PERFORM CLEAR-COUNTS.
           OPEN INPUT OLDD-FILE.
           IF WS-OLDD-STATUS NOT EQUAL TO "00"
               ADD 1 TO WS-SETS-SKIPPED
               PERFORM PRINT-BLANK-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DEPTHIST.SEQ not present (status "
                   WS-OLDD-STATUS ") - DEPTHIST not converted"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               OPEN I-O DHIST-FILE
               EVALUATE WS-DHIST-STATUS
                   WHEN "35"
                       PERFORM LOAD-DEPT-HISTORY
                   WHEN "00"
                       CLOSE DHIST-FILE
                       PERFORM PRINT-ALREADY-INDEXED
                   WHEN OTHER
                       MOVE WS-DHIST-STATUS TO WS-OLDD-STATUS
                       PERFORM PRINT-OPEN-FAILED
               END-EVALUATE
               CLOSE OLDD-FILE
           END-IF.

       LOAD-DEPT-HISTORY.
           OPEN OUTPUT DHIST-FILE.
           CLOSE DHIST-FILE.
           OPEN I-O DHIST-FILE.
           IF WS-DHIST-STATUS NOT EQUAL TO "00"
               MOVE WS-DHIST-STATUS TO WS-OLDD-STATUS
               PERFORM PRINT-OPEN-FAILED
           ELSE
               PERFORM PRINT-BLANK-LINE
               MOVE "DEPTHIST.SEQ -> DEPTHIST" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-DEPT-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE DHIST-FILE
               PERFORM RECOUNT-DEPT-HISTORY
               ADD 1 TO WS-SETS-DONE
               PERFORM PRINT-CONVERSION-LINES
           END-IF.

       LOAD-DEPT-HISTORY-RECORD.
           READ OLDD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-ROWS-READ
                   MOVE OLDD-RECORD TO DH-RECORD
                   IF DH-RUN-DATE IS NUMERIC
                           AND DH-COUNT IS NUMERIC
                           AND DH-TOTAL IS NUMERIC
                       PERFORM POST-DEPT-HISTORY-ROW
                   ELSE
                       PERFORM PRINT-BAD-ROW
                   END-IF
           END-READ.

       POST-DEPT-HISTORY-ROW.
           MOVE DH-RECORD TO WS-NEW-DH.
           MOVE DH-COUNT TO WS-ADD-COUNT.
           MOVE DH-TOTAL TO WS-ADD-TOTAL.
           ADD WS-ADD-COUNT TO WS-IN-SUM-COUNT.
           ADD WS-ADD-TOTAL TO WS-IN-SUM-TOTAL.
           READ DHIST-FILE
               INVALID KEY
                   MOVE WS-NEW-DH TO DH-RECORD
                   WRITE DH-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-MISMATCH
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITE-COUNT
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ADD-COUNT TO DH-COUNT
                   ADD WS-ADD-TOTAL TO DH-TOTAL
                   IF DH-COUNT GREATER THAN 0
                       DIVIDE DH-COUNT INTO DH-TOTAL
                           GIVING DH-AVERAGE
                   END-IF
                   ADD 1 TO WS-FOLD-COUNT
                   REWRITE DH-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-MISMATCH
                   END-REWRITE
           END-READ.

       RECOUNT-DEPT-HISTORY.
           OPEN INPUT DHIST-FILE.
           IF WS-DHIST-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM COUNT-DEPT-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE DHIST-FILE
           END-IF.

       COUNT-DEPT-HISTORY-RECORD.
           READ DHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-BACK-COUNT
                   ADD DH-COUNT TO WS-BK-SUM-COUNT
                   ADD DH-TOTAL TO WS-BK-SUM-TOTAL
           END-READ.

       PRINT-BLANK-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-ALREADY-INDEXED.
           ADD 1 TO WS-SETS-SKIPPED.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING FUNCTION TRIM(WS-DATASET)
               " is already an indexed file - not converted"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * The open status is passed in the .SEQ file's status field,
      * which is free once the old file is open.
       PRINT-OPEN-FAILED.
           MOVE "Y" TO WS-OPEN-FAILED.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-DATASET EQUAL TO "AVGHIST"
               STRING "Cannot open AVGHIST (status " WS-OLDH-STATUS
                   ") - not converted"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "Cannot open DEPTHIST (status " WS-OLDD-STATUS
                   ") - not converted"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           DISPLAY "HISTCONV: " WS-PRINT-LINE.

       PRINT-BAD-ROW.
           ADD 1 TO WS-BAD-COUNT.
           ADD 1 TO WS-ROWS-BAD.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NOT LOADED: row " WS-COUNT-ED
               " - date or figures not numeric"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-CONVERSION-LINES.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Read:       " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-WRITE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Written:    " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-FOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Folded:     " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-REPL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Replaced:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-BAD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Not loaded: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-IN-SUM-COUNT TO WS-SUM-COUNT-ED.
           MOVE WS-IN-SUM-TOTAL TO WS-SUM-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Count/Total read:  " WS-SUM-COUNT-ED
               " " WS-SUM-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-BK-SUM-COUNT TO WS-SUM-COUNT-ED.
           MOVE WS-BK-SUM-TOTAL TO WS-SUM-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Count/Total built: " WS-SUM-COUNT-ED
               " " WS-SUM-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-READ-COUNT EQUAL TO WS-WRITE-COUNT + WS-FOLD-COUNT
                       + WS-REPL-COUNT + WS-BAD-COUNT
                   AND WS-BACK-COUNT EQUAL TO WS-WRITE-COUNT
                   AND WS-BK-SUM-COUNT EQUAL TO WS-IN-SUM-COUNT
                   AND WS-BK-SUM-TOTAL EQUAL TO WS-IN-SUM-TOTAL
               MOVE "  Counts: PROVED" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               MOVE "Y" TO WS-MISMATCH
               MOVE WS-BACK-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Counts: MISMATCH - rows on file "
                   WS-COUNT-ED
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
           MOVE "HISTCONV" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "AVGHIST.SEQ/DEPTHIST.SEQ" TO JRNL-INPUT.
           MOVE WS-ROWS-READ TO JRNL-READ-COUNT.
           MOVE WS-ROWS-BAD TO JRNL-REJECTED.
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
               DISPLAY "HISTCONV: AVGLOCK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "HISTCONV: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "HISTCONV" TO LOCK-PROGRAM
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
