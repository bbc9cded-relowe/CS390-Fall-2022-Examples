      * Integrity proof across the document-control files. SEQAUDIT
      * proves used numbers against the generated ranges, but nothing
      * proved the files that record the generation agree with each
      * other; this run does, with four checks:
      *   1. every number on the NUMINV master (copybook/numinv.cpy)
      *      and the NUMINVARC archive (copybook/numinvar.cpy) falls
      *      inside a range logged on SEQAUDITLOG - an inventory
      *      record keyed by hand outside any generation is OUTSIDE
      *      LOGGED RANGE;
      *   2. every number in every logged range is on NUMINV or
      *      NUMINVARC - a range that never posted (NUMINV was down
      *      when Count-User ran, say) is NOT ON INVENTORY, listed as
      *      runs of consecutive numbers rather than one line each;
      *   3. every number on the SEQREGISTER forms register is on the
      *      master (or retired from it to NUMINVARC) - NOT ON MASTER
      *      otherwise;
      *   4. every stored check digit, live or archived, matches the
      *      Luhn digit recomputed from the number (see
      *      copybook/numinv.cpy) - CHECK DIGIT otherwise.
      * SEQAUDITLOG ranges are loaded the way SEQAUDIT loads them; a
      * logged range whose increment is zero or runs the wrong way
      * cannot be proved and is counted as skipped. The five-digit
      * number space is held as two 100,000-byte flag tables - one
      * for numbers inside some logged range, one for numbers on the
      * master or the archive - so each file is read once.
      * Every break is written to the INTGWORK work file and SORTed
      * (the way SEQAUDIT and PRNTCONF sort) by check, requestor, and
      * number, so INTEGRPT lists the breaks by type and by requestor
      * - the inventory record's requestor for checks 1 and 4, the
      * logged range's for check 2, the register's for check 3 -
      * with a count per requestor, per type, and overall.
      * INTEGRPT is filed in the report repository through RPTFILE
      * and the run appends a RUNJRNL record: WARN with condition
      * code 4 when anything breaks or a range was skipped, FAIL with
      * condition code 8 when NUMINV or SEQAUDITLOG cannot be read or
      * SEQAUDITLOG holds more ranges than the table.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INVPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-FILE ASSIGN TO "NUMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INV-STATUS.

           SELECT ARC-FILE ASSIGN TO "NUMINVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT LOG-FILE ASSIGN TO "SEQAUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SREG-FILE ASSIGN TO "SEQREGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-STATUS.

           SELECT BRK-FILE ASSIGN TO "INTGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRK-STATUS.

           SELECT BRKSORT-FILE ASSIGN TO "INTGSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKSORT-STATUS.

           SELECT BRK-SORT ASSIGN TO "INTGSORTWK".

           SELECT PRINT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinv.cpy".

       FD  ARC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinvar.cpy".

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

       FD  SREG-FILE
           LABEL RECORDS ARE OMITTED.
          01 SREG-RECORD.
             05 SREG-REQUESTOR PIC X(20).
             05 SREG-TIMESTAMP PIC X(14).
             05 SREG-NUMBER    PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 SREG-NUMBER-ED PIC -(5)9.
             05 SREG-CHECK-DIGIT PIC 9.

       FD  BRK-FILE
           LABEL RECORDS ARE OMITTED.
          01 BRK-RECORD.
             05 BRK-TYPE       PIC 9.
             05 BRK-REQUESTOR  PIC X(20).
             05 BRK-NUMBER     PIC 9(5).
             05 BRK-DETAIL     PIC X(40).

       FD  BRKSORT-FILE
           LABEL RECORDS ARE OMITTED.
          01 BRKSORT-RECORD.
             05 BRKSORT-TYPE      PIC 9.
             05 BRKSORT-REQUESTOR PIC X(20).
             05 BRKSORT-NUMBER    PIC 9(5).
             05 BRKSORT-DETAIL    PIC X(40).

       SD  BRK-SORT.
          01 BRK-SORT-RECORD.
             05 BRK-SORT-TYPE      PIC 9.
             05 BRK-SORT-REQUESTOR PIC X(20).
             05 BRK-SORT-NUMBER    PIC 9(5).
             05 BRK-SORT-DETAIL    PIC X(40).

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
          01 WS-INV-STATUS   PIC XX.
          01 WS-ARC-STATUS   PIC XX.
          01 WS-LOG-STATUS   PIC XX.
          01 WS-SREG-STATUS  PIC XX.
          01 WS-BRK-STATUS   PIC XX.
          01 WS-BRKSORT-STATUS PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.
          01 WS-ARC-COUNT    PIC 9(7) VALUE 0.
          01 WS-SREG-COUNT   PIC 9(7) VALUE 0.
          01 WS-RANGES-SKIPPED PIC 9(5) VALUE 0.
          01 WS-NUM          PIC S9(9).
          01 WS-FX           PIC 9(6).
          01 WS-REQUESTOR    PIC X(20).
          01 WS-SOURCE       PIC X(9).

      * Logged ranges, loaded as SEQAUDIT loads them.
          01 WS-RANGE-MAX    PIC 9(3) VALUE 500.
          01 WS-RANGE-USED   PIC 9(3) VALUE 0.
          01 WS-RANGE-OVERFLOW PIC X VALUE "N".
          01 WS-GX           PIC 9(3).
          01 WS-RANGE-TABLE.
             05 WS-RANGE-ENTRY OCCURS 500 TIMES.
                10 WS-RT-REQUESTOR PIC X(20).
                10 WS-RT-TIMESTAMP PIC X(14).
                10 WS-RT-VALID     PIC X.
                10 WS-RT-LOW       PIC S9(9).
                10 WS-RT-HIGH      PIC S9(9).
                10 WS-RT-STEP      PIC 9(5).

      * One byte per possible number, subscripted by number + 1.
      * WS-IN-RANGE is "Y" when some logged range generates the
      * number; WS-ON-FILE is "M" on the live master, "A" only on
      * the archive, space on neither.
          01 WS-RANGE-FLAGS.
             05 WS-IN-RANGE PIC X OCCURS 100000 TIMES.
          01 WS-FILE-FLAGS.
             05 WS-ON-FILE  PIC X OCCURS 100000 TIMES.

      * A run of consecutive range numbers missing from inventory.
          01 WS-GAP-OPEN     PIC X VALUE "N".
          01 WS-GAP-FROM     PIC 9(5).
          01 WS-GAP-TO       PIC 9(5).
          01 WS-GAP-COUNT    PIC 9(7).

          01 WS-CD-NUMBER.
             05 WS-CD-D1     PIC 9.
             05 WS-CD-D2     PIC 9.
             05 WS-CD-D3     PIC 9.
             05 WS-CD-D4     PIC 9.
             05 WS-CD-D5     PIC 9.
          01 WS-CD-NUMBER-N REDEFINES WS-CD-NUMBER PIC 9(5).
          01 WS-CD-SUM       PIC 9(3).
          01 WS-CD-WORK      PIC 9(2).
          01 WS-CHECK-DIGIT  PIC 9.
          01 WS-CHECK-DIGIT-X REDEFINES WS-CHECK-DIGIT PIC X.
          01 WS-STORED-CD    PIC X.

          01 WS-TYPE-COUNTS.
             05 WS-TYPE-COUNT PIC 9(7) OCCURS 4 TIMES.
          01 WS-TOTAL-BREAKS PIC 9(7) VALUE 0.
          01 WS-TX           PIC 9.
          01 WS-PREV-TYPE    PIC 9.
          01 WS-PREV-REQ     PIC X(20).
          01 WS-REQ-COUNT    PIC 9(7).
          01 WS-TYPE-TITLE   PIC X(40).
          01 WS-COUNT-ED     PIC Z(6)9.

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "INVPROOF".

       PROCEDURE DIVISION.
       Invproof.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RANGE-FLAGS.
           MOVE SPACES TO WS-FILE-FLAGS.
           MOVE ZEROS TO WS-TYPE-COUNTS.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT EQUAL TO "00"
               DISPLAY "INVPROOF: no SEQAUDITLOG (status "
                   WS-LOG-STATUS ") - nothing to prove against."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM LOAD-LOG-RECORD UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           CLOSE LOG-FILE.
           IF WS-RANGE-OVERFLOW EQUAL TO "Y"
               DISPLAY "INVPROOF: SEQAUDITLOG holds more than "
                   WS-RANGE-MAX " ranges - no proof made."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS NOT EQUAL TO "00"
               DISPLAY "INVPROOF: cannot open NUMINV (status "
                   WS-INV-STATUS ") - no proof made."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM MARK-RANGE
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX GREATER THAN WS-RANGE-USED.
           OPEN OUTPUT BRK-FILE.
           PERFORM PROVE-MASTER.
           CLOSE INV-FILE.
           PERFORM PROVE-ARCHIVE.
           PERFORM PROVE-RANGE
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX GREATER THAN WS-RANGE-USED.
           PERFORM PROVE-REGISTER.
           CLOSE BRK-FILE.
           SORT BRK-SORT
               ON ASCENDING KEY BRK-SORT-TYPE BRK-SORT-REQUESTOR
                   BRK-SORT-NUMBER
               USING BRK-FILE GIVING BRKSORT-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADING.
           PERFORM PRINT-BREAKS.
           PERFORM PRINT-TOTALS.
           CLOSE PRINT-FILE.
           MOVE "INTEGRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-TOTAL-BREAKS GREATER THAN 0
                   OR WS-RANGES-SKIPPED GREATER THAN 0
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

       LOAD-LOG-RECORD.
           READ LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-RANGE-USED LESS THAN WS-RANGE-MAX
                       ADD 1 TO WS-RANGE-USED
                       PERFORM STORE-LOG-RANGE
                   ELSE
                       MOVE "Y" TO WS-RANGE-OVERFLOW
                   END-IF
           END-READ.

       STORE-LOG-RANGE.
           MOVE LOG-REQUESTOR TO WS-RT-REQUESTOR(WS-RANGE-USED).
           MOVE LOG-TIMESTAMP TO WS-RT-TIMESTAMP(WS-RANGE-USED).
           IF LOG-INCREMENT EQUAL TO 0
                   OR (LOG-INCREMENT GREATER THAN 0 AND
                       LOG-START GREATER THAN LOG-END)
                   OR (LOG-INCREMENT LESS THAN 0 AND
                       LOG-START LESS THAN LOG-END)
               MOVE "N" TO WS-RT-VALID(WS-RANGE-USED)
               ADD 1 TO WS-RANGES-SKIPPED
           ELSE
               MOVE "Y" TO WS-RT-VALID(WS-RANGE-USED)
               IF LOG-START LESS THAN LOG-END
                   MOVE LOG-START TO WS-RT-LOW(WS-RANGE-USED)
                   MOVE LOG-END TO WS-RT-HIGH(WS-RANGE-USED)
               ELSE
                   MOVE LOG-END TO WS-RT-LOW(WS-RANGE-USED)
                   MOVE LOG-START TO WS-RT-HIGH(WS-RANGE-USED)
               END-IF
               COMPUTE WS-RT-STEP(WS-RANGE-USED) =
                   FUNCTION ABS(LOG-INCREMENT)
           END-IF.

       MARK-RANGE.
           IF WS-RT-VALID(WS-GX) EQUAL TO "Y"
               PERFORM MARK-RANGE-NUMBER
                   VARYING WS-NUM FROM WS-RT-LOW(WS-GX)
                   BY WS-RT-STEP(WS-GX)
                   UNTIL WS-NUM GREATER THAN WS-RT-HIGH(WS-GX)
           END-IF.

       MARK-RANGE-NUMBER.
           IF WS-NUM NOT LESS THAN 0 AND WS-NUM NOT GREATER THAN 99999
               COMPUTE WS-FX = WS-NUM + 1
               MOVE "Y" TO WS-IN-RANGE(WS-FX)
           END-IF.

      * Checks 1 and 4 for the live master, read in key order.
       PROVE-MASTER.
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
                   MOVE "M" TO WS-ON-FILE(WS-FX)
                   MOVE INV-REQUESTOR TO WS-REQUESTOR
                   MOVE INV-CHECK-DIGIT TO WS-STORED-CD
                   MOVE INV-NUMBER TO WS-CD-NUMBER-N
                   MOVE "NUMINV" TO WS-SOURCE
                   PERFORM PROVE-INVENTORY-NUMBER
           END-READ.

      * Checks 1 and 4 for the archive. A number both live and
      * archived keeps its live flag.
       PROVE-ARCHIVE.
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
                       ADD 1 TO WS-ARC-COUNT
                       COMPUTE WS-FX = ARC-NUMBER + 1
                       IF WS-ON-FILE(WS-FX) EQUAL TO SPACE
                           MOVE "A" TO WS-ON-FILE(WS-FX)
                       END-IF
                       MOVE ARC-REQUESTOR TO WS-REQUESTOR
                       MOVE ARC-CHECK-DIGIT TO WS-STORED-CD
                       MOVE ARC-NUMBER TO WS-CD-NUMBER-N
                       MOVE "NUMINVARC" TO WS-SOURCE
                       PERFORM PROVE-INVENTORY-NUMBER
                   END-IF
           END-READ.

      * WS-CD-NUMBER-N holds the number, WS-FX its flag subscript.
       PROVE-INVENTORY-NUMBER.
           IF WS-IN-RANGE(WS-FX) NOT EQUAL TO "Y"
               MOVE 1 TO BRK-TYPE
               MOVE WS-REQUESTOR TO BRK-REQUESTOR
               MOVE WS-CD-NUMBER-N TO BRK-NUMBER
               MOVE SPACES TO BRK-DETAIL
               STRING "on " DELIMITED BY SIZE
                   WS-SOURCE DELIMITED BY SPACE
                   ", in no SEQAUDITLOG range" DELIMITED BY SIZE
                   INTO BRK-DETAIL
               PERFORM WRITE-BREAK
           END-IF.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WS-STORED-CD NOT EQUAL TO WS-CHECK-DIGIT-X
               MOVE 4 TO BRK-TYPE
               MOVE WS-REQUESTOR TO BRK-REQUESTOR
               MOVE WS-CD-NUMBER-N TO BRK-NUMBER
               MOVE SPACES TO BRK-DETAIL
               STRING "on " DELIMITED BY SIZE
                   WS-SOURCE DELIMITED BY SPACE
                   ": stored " WS-STORED-CD
                   " - recomputed " WS-CHECK-DIGIT
                   DELIMITED BY SIZE INTO BRK-DETAIL
               PERFORM WRITE-BREAK
           END-IF.

       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CD-SUM.
           COMPUTE WS-CD-WORK = WS-CD-D5 * 2.
           IF WS-CD-WORK GREATER THAN 9
               SUBTRACT 9 FROM WS-CD-WORK
           END-IF.
           ADD WS-CD-WORK TO WS-CD-SUM.
           ADD WS-CD-D4 TO WS-CD-SUM.
           COMPUTE WS-CD-WORK = WS-CD-D3 * 2.
           IF WS-CD-WORK GREATER THAN 9
               SUBTRACT 9 FROM WS-CD-WORK
           END-IF.
           ADD WS-CD-WORK TO WS-CD-SUM.
           ADD WS-CD-D2 TO WS-CD-SUM.
           COMPUTE WS-CD-WORK = WS-CD-D1 * 2.
           IF WS-CD-WORK GREATER THAN 9
               SUBTRACT 9 FROM WS-CD-WORK
           END-IF.
           ADD WS-CD-WORK TO WS-CD-SUM.
           COMPUTE WS-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CD-SUM, 10), 10).

      * Check 2 for one logged range: consecutive missing numbers
      * are gathered into one break.
       PROVE-RANGE.
           IF WS-RT-VALID(WS-GX) EQUAL TO "Y"
               MOVE "N" TO WS-GAP-OPEN
               PERFORM PROVE-RANGE-NUMBER
                   VARYING WS-NUM FROM WS-RT-LOW(WS-GX)
                   BY WS-RT-STEP(WS-GX)
                   UNTIL WS-NUM GREATER THAN WS-RT-HIGH(WS-GX)
               PERFORM CLOSE-GAP
           END-IF.

       PROVE-RANGE-NUMBER.
           IF WS-NUM NOT LESS THAN 0 AND WS-NUM NOT GREATER THAN 99999
               COMPUTE WS-FX = WS-NUM + 1
               IF WS-ON-FILE(WS-FX) EQUAL TO SPACE
                   IF WS-GAP-OPEN EQUAL TO "Y"
                       MOVE WS-NUM TO WS-GAP-TO
                       ADD 1 TO WS-GAP-COUNT
                   ELSE
                       MOVE "Y" TO WS-GAP-OPEN
                       MOVE WS-NUM TO WS-GAP-FROM
                       MOVE WS-NUM TO WS-GAP-TO
                       MOVE 1 TO WS-GAP-COUNT
                   END-IF
               ELSE
                   PERFORM CLOSE-GAP
               END-IF
           END-IF.

       CLOSE-GAP.
           IF WS-GAP-OPEN EQUAL TO "Y"
               MOVE "N" TO WS-GAP-OPEN
               MOVE 2 TO BRK-TYPE
               MOVE WS-RT-REQUESTOR(WS-GX) TO BRK-REQUESTOR
               MOVE WS-GAP-FROM TO BRK-NUMBER
               MOVE WS-GAP-COUNT TO WS-COUNT-ED
               MOVE SPACES TO BRK-DETAIL
               STRING "thru " WS-GAP-TO WS-COUNT-ED " nos. logged "
                   WS-RT-TIMESTAMP(WS-GX)(1:8)
                   DELIMITED BY SIZE INTO BRK-DETAIL
               PERFORM WRITE-BREAK
           END-IF.

      * Check 3. A register number retired to NUMINVARC has left the
      * master legitimately and is not a break.
       PROVE-REGISTER.
           OPEN INPUT SREG-FILE.
           IF WS-SREG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-REGISTER-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE SREG-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ SREG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SREG-COUNT
                   IF SREG-NUMBER IS NUMERIC
                           AND SREG-NUMBER NOT LESS THAN 0
                       COMPUTE WS-FX = SREG-NUMBER + 1
                       IF WS-ON-FILE(WS-FX) EQUAL TO SPACE
                           PERFORM REPORT-REGISTER-BREAK
                       END-IF
                   END-IF
           END-READ.

       REPORT-REGISTER-BREAK.
           MOVE 3 TO BRK-TYPE.
           MOVE SREG-REQUESTOR TO BRK-REQUESTOR.
           MOVE SREG-NUMBER TO BRK-NUMBER.
           MOVE SPACES TO BRK-DETAIL.
           STRING "registered " SREG-TIMESTAMP(1:8) " "
               SREG-TIMESTAMP(9:6) " - no master"
               DELIMITED BY SIZE INTO BRK-DETAIL.
           PERFORM WRITE-BREAK.

       WRITE-BREAK.
           WRITE BRK-RECORD.
           ADD 1 TO WS-TYPE-COUNT(BRK-TYPE).
           ADD 1 TO WS-TOTAL-BREAKS.

       PRINT-HEADING.
           MOVE "Document-Control Integrity Proof" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Run: " WS-TODAY "  Operator: " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           STRING "NUMINV records: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-ARC-COUNT TO WS-COUNT-ED.
           STRING "  NUMINVARC: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE(24:21).
           MOVE WS-SREG-COUNT TO WS-COUNT-ED.
           STRING "  SEQREGISTER: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE(45:22).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-RANGE-USED TO WS-COUNT-ED.
           STRING "SEQAUDITLOG ranges: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-RANGES-SKIPPED TO WS-COUNT-ED.
           STRING "  skipped (bad increment): " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE(28:34).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-BREAKS.
           MOVE 0 TO WS-PREV-TYPE.
           MOVE SPACES TO WS-PREV-REQ.
           MOVE 0 TO WS-REQ-COUNT.
           OPEN INPUT BRKSORT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM PRINT-BREAK-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           CLOSE BRKSORT-FILE.
           IF WS-PREV-TYPE NOT EQUAL TO 0
               PERFORM PRINT-REQUESTOR-TOTAL
               PERFORM PRINT-TYPE-TOTAL
           END-IF.

       PRINT-BREAK-RECORD.
           READ BRKSORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM LIST-BREAK
           END-READ.

       LIST-BREAK.
           IF BRKSORT-TYPE NOT EQUAL TO WS-PREV-TYPE
               IF WS-PREV-TYPE NOT EQUAL TO 0
                   PERFORM PRINT-REQUESTOR-TOTAL
                   PERFORM PRINT-TYPE-TOTAL
               END-IF
               MOVE BRKSORT-TYPE TO WS-PREV-TYPE
               PERFORM PRINT-TYPE-HEADING
               MOVE BRKSORT-REQUESTOR TO WS-PREV-REQ
               PERFORM PRINT-REQUESTOR-HEADING
           ELSE
               IF BRKSORT-REQUESTOR NOT EQUAL TO WS-PREV-REQ
                   PERFORM PRINT-REQUESTOR-TOTAL
                   MOVE BRKSORT-REQUESTOR TO WS-PREV-REQ
                   PERFORM PRINT-REQUESTOR-HEADING
               END-IF
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    " BRKSORT-NUMBER "  " BRKSORT-DETAIL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       DESCRIBE-TYPE.
           EVALUATE WS-TX
               WHEN 1
                   MOVE "OUTSIDE LOGGED RANGE" TO WS-TYPE-TITLE
               WHEN 2
                   MOVE "LOGGED RANGE NOT ON INVENTORY"
                       TO WS-TYPE-TITLE
               WHEN 3
                   MOVE "REGISTERED, NOT ON MASTER" TO WS-TYPE-TITLE
               WHEN 4
                   MOVE "CHECK DIGIT MISMATCH" TO WS-TYPE-TITLE
           END-EVALUATE.

       PRINT-TYPE-HEADING.
           MOVE WS-PREV-TYPE TO WS-TX.
           PERFORM DESCRIBE-TYPE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Check " WS-TX ": " WS-TYPE-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-REQUESTOR-HEADING.
           MOVE 0 TO WS-REQ-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-PREV-REQ EQUAL TO SPACES
               MOVE "  Requestor: (none recorded)" TO WS-PRINT-LINE
           ELSE
               STRING "  Requestor: " WS-PREV-REQ
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-REQUESTOR-TOTAL.
           MOVE WS-REQ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    Requestor breaks: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-TYPE-TOTAL.
           MOVE WS-TYPE-COUNT(WS-PREV-TYPE) TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Check " WS-PREV-TYPE " breaks: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Summary" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM PRINT-TYPE-SUMMARY
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX GREATER THAN 4.
           MOVE WS-TOTAL-BREAKS TO WS-COUNT-ED.
           MOVE "  Total breaks" TO WS-PRINT-LINE.
           MOVE WS-COUNT-ED TO WS-PRINT-LINE(36:7).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-TOTAL-BREAKS EQUAL TO 0
               MOVE "  The files agree." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-TYPE-SUMMARY.
           PERFORM DESCRIBE-TYPE.
           MOVE WS-TYPE-COUNT(WS-TX) TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " WS-TX ". " WS-TYPE-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-COUNT-ED TO WS-PRINT-LINE(36:7).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "INVPROOF" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "NUMINV" TO JRNL-INPUT.
           MOVE WS-READ-COUNT TO JRNL-READ-COUNT.
           MOVE WS-TOTAL-BREAKS TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
