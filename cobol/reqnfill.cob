      * Fills check-number requisitions. A requestor asks only for a
      * quantity of numbers of one stock type (copybook/requisn.cpy)
      * and this program assigns the block, so two requestors keying
      * overlapping start and end points through Count-User can no
      * longer end up skipping numbers already on NUMINV.
      * Requisitions are read from the REQUISN requisition file when
      * one is present and the run is unattended; otherwise they are
      * ACCEPTed at the console, one at a time, the same as
      * Count-User's COUNTPARM and console modes.
      * The STOCKRNG control file (copybook/stockrng.cpy) sets the
      * range of numbers for each stock type; with no STOCKRNG the
      * run is refused. A number is taken when it is on NUMINV, on
      * the NUMINVARC archive (a retired number is never reissued),
      * or inside a range logged on SEQAUDITLOG, and a requisition is
      * assigned the lowest unbroken run of free numbers of its size
      * inside its stock type's range. The block is generated
      * through the same path as Count-User: each number gets its
      * Luhn check digit, is posted to NUMINV as allocated to the
      * requestor and journaled on INVJRNL, and is written to
      * SEQREGISTER for the print shop, and the block is logged as
      * one range on SEQAUDITLOG with the signed-on operator.
      * A requisition that cannot be filled from the stock left in
      * its range - or names a stock type not on STOCKRNG, or no
      * quantity - is refused, with the shortfall: the quantity
      * asked for less the largest free block left. Every filled
      * and refused requisition is appended to the REQNLOG
      * requisition log (copybook/reqnlog.cpy); a requisition number
      * already filled on REQNLOG is listed with the block it was
      * given and not filled again, so a requisition file processed
      * twice hands out nothing twice.
      * The REQNRPT requisition confirmations show each requisition
      * with its assigned range (first and last number with their
      * check digits) or its refusal, and are filed in the report
      * repository through RPTFILE. The NUMINVLK interlock is held
      * for the whole run, as for every NUMINV writer. Every run
      * appends a RUNJRNL record: WARN when a requisition was
      * refused, FAIL with condition code 8 when the lock is held
      * or STOCKRNG, NUMINV, or the REQNLOG history cannot be used.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REQNFILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "REQUISN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT STK-FILE ASSIGN TO "STOCKRNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STK-STATUS.

           SELECT RQL-FILE ASSIGN TO "REQNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQL-STATUS.

           SELECT INV-FILE ASSIGN TO "NUMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INV-STATUS.

           SELECT ARC-FILE ASSIGN TO "NUMINVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SEQAUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SREG-FILE ASSIGN TO "SEQREGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "REQNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMINVLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "requisn.cpy".

       FD  STK-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "stockrng.cpy".

       FD  RQL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "reqnlog.cpy".

       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinv.cpy".

       FD  ARC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinvar.cpy".

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
          01 AUDIT-RECORD.
             05 AUDIT-REQUESTOR  PIC X(20).
             05 AUDIT-TIMESTAMP  PIC X(14).
             05 AUDIT-START      PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 AUDIT-END        PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 AUDIT-INCREMENT  PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 AUDIT-OPERATOR   PIC X(8).
             05 AUDIT-START-CD   PIC 9.
             05 AUDIT-END-CD     PIC 9.

       FD  SREG-FILE
           LABEL RECORDS ARE OMITTED.
          01 SREG-RECORD.
             05 SREG-REQUESTOR PIC X(20).
             05 SREG-TIMESTAMP PIC X(14).
             05 SREG-NUMBER    PIC S9(5) SIGN IS TRAILING SEPARATE
                 CHARACTER.
             05 SREG-NUMBER-ED PIC -(5)9.
             05 SREG-CHECK-DIGIT PIC 9.

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

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
          01 WS-REQ-STATUS   PIC XX.
          01 WS-STK-STATUS   PIC XX.
          01 WS-RQL-STATUS   PIC XX.
          01 WS-INV-STATUS   PIC XX.
          01 WS-ARC-STATUS   PIC XX.
          01 WS-AUDIT-STATUS PIC XX.
          01 WS-SREG-STATUS  PIC XX.
          01 WS-IJ-STATUS    PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-AGAIN        PIC X VALUE "Y".
          01 WS-TODAY        PIC 9(8).
          01 WS-JRNL-INPUT   PIC X(40).

      * The requisition in hand, from REQUISN or the console.
          01 WS-REQ-NUMBER   PIC X(8).
          01 WS-REQUESTOR    PIC X(20).
          01 WS-STOCK-TYPE   PIC X(4).
          01 WS-QUANTITY     PIC 9(5).
          01 WS-REFUSAL      PIC X(40).

      * Stock ranges from STOCKRNG.
          01 WS-STK-MAX      PIC 9(3) VALUE 50.
          01 WS-STK-USED     PIC 9(3) VALUE 0.
          01 WS-STK-OVERFLOW PIC X VALUE "N".
          01 WS-SX           PIC 9(3).
          01 WS-STK-FOUND    PIC 9(3).
          01 WS-STK-TABLE.
             05 WS-STK-ENTRY OCCURS 50 TIMES.
                10 WS-SK-TYPE        PIC X(4).
                10 WS-SK-DESCRIPTION PIC X(20).
                10 WS-SK-LOW         PIC 9(5).
                10 WS-SK-HIGH        PIC 9(5).

      * Requisitions already filled, from REQNLOG and this run.
          01 WS-FL-MAX       PIC 9(4) VALUE 5000.
          01 WS-FL-USED      PIC 9(4) VALUE 0.
          01 WS-FL-OVERFLOW  PIC X VALUE "N".
          01 WS-LX          PIC 9(4).
          01 WS-FL-FOUND     PIC 9(4).
          01 WS-FILLED-TABLE.
             05 WS-FL-ENTRY OCCURS 5000 TIMES.
                10 WS-FL-NUMBER PIC X(8).
                10 WS-FL-FIRST  PIC 9(5).
                10 WS-FL-LAST   PIC 9(5).

      * One byte per possible number, subscripted by number + 1:
      * "Y" when the number is on NUMINV or NUMINVARC, inside a
      * logged range, or assigned earlier in this run.
          01 WS-TAKEN-FLAGS.
             05 WS-TAKEN     PIC X OCCURS 100000 TIMES.
          01 WS-FX           PIC 9(6).
          01 WS-NUM          PIC S9(6).
          01 WS-LOW          PIC S9(6).
          01 WS-HIGH         PIC S9(6).
          01 WS-STEP         PIC 9(5).

      * The search for a free block.
          01 WS-BLOCK-FOUND  PIC X.
          01 WS-RUN-LENGTH   PIC 9(6).
          01 WS-LONGEST-RUN  PIC 9(6).
          01 WS-FREE-COUNT   PIC 9(6).
          01 WS-FIRST        PIC 9(5).
          01 WS-LAST         PIC 9(5).
          01 WS-SHORTFALL    PIC 9(5).
          01 WS-FIRST-CD     PIC 9.
          01 WS-LAST-CD      PIC 9.

          01 WS-POST-DATE    PIC 9(8).
          01 WS-SREG-STAMP   PIC X(14).
          01 WS-INV-DUPS     PIC 9(5) VALUE 0.

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

          01 WS-REQ-COUNT    PIC 9(7) VALUE 0.
          01 WS-FILLED       PIC 9(7) VALUE 0.
          01 WS-REFUSED      PIC 9(7) VALUE 0.
          01 WS-ALREADY      PIC 9(7) VALUE 0.
          01 WS-ASSIGNED     PIC 9(7) VALUE 0.

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "NUMINVLK".
          01 WS-SAVED-RC     PIC S9(4).

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-QTY-ED       PIC ZZZZ9.
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "REQNFILL".

       PROCEDURE DIVISION.
       Reqnfill.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "REQUISN" TO WS-JRNL-INPUT.
           PERFORM LOAD-STOCK-RANGES.
           IF WS-STK-USED EQUAL TO 0 OR WS-STK-OVERFLOW EQUAL TO "Y"
               DISPLAY "REQNFILL: STOCKRNG is missing, empty, or "
                   "holds more than " WS-STK-MAX " stock types - "
                   "nothing filled."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-FILLED.
           IF WS-FL-OVERFLOW EQUAL TO "Y"
               DISPLAY "REQNFILL: REQNLOG holds more than " WS-FL-MAX
                   " filled requisitions - a repeat could not be "
                   "caught. Nothing filled."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           IF WS-LOCK-TAKEN NOT EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN I-O INV-FILE.
           IF WS-INV-STATUS EQUAL TO "35"
               OPEN OUTPUT INV-FILE
               CLOSE INV-FILE
               OPEN I-O INV-FILE
           END-IF.
           IF WS-INV-STATUS NOT EQUAL TO "00"
               DISPLAY "REQNFILL: cannot open NUMINV (status "
                   WS-INV-STATUS ") - nothing filled."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TAKEN-FLAGS.
           PERFORM MARK-MASTER.
           PERFORM MARK-ARCHIVE.
           PERFORM MARK-AUDIT-LOG.
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND IJ-FILE.
           IF WS-IJ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT IJ-FILE
           END-IF.
           OPEN EXTEND SREG-FILE.
           IF WS-SREG-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT SREG-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND RQL-FILE.
           IF WS-RQL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT RQL-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Check Number Requisition Confirmations"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Date: " WS-TODAY "  Operator: " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           OPEN INPUT REQ-FILE.
           IF WS-REQ-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM PROCESS-REQ-FROM-FILE
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE REQ-FILE
           ELSE
               MOVE "CONSOLE" TO WS-JRNL-INPUT
               PERFORM PROCESS-REQ-FROM-CONSOLE
                   UNTIL FUNCTION UPPER-CASE(WS-AGAIN) NOT EQUAL TO "Y"
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE PRINT-FILE.
           CLOSE RQL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SREG-FILE.
           CLOSE IJ-FILE.
           CLOSE INV-FILE.
           IF WS-INV-DUPS GREATER THAN 0
               DISPLAY "Note: " WS-INV-DUPS " number(s) already "
                   "in NUMINV were left as they stand."
           END-IF.
           MOVE "REQNRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-REFUSED GREATER THAN 0
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "GOOD" TO WS-RUN-STATUS
               MOVE 0 TO RETURN-CODE
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

      * A STOCKRNG record whose range is not numeric or runs
      * backwards is not loaded, so its stock type is refused.
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
                       DISPLAY "REQNFILL: STOCKRNG range for "
                           STK-TYPE " is not valid - not loaded."
                   ELSE
                       IF WS-STK-USED LESS THAN WS-STK-MAX
                           ADD 1 TO WS-STK-USED
                           MOVE STK-RECORD
                               TO WS-STK-ENTRY(WS-STK-USED)
                       ELSE
                           MOVE "Y" TO WS-STK-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       LOAD-FILLED.
           OPEN INPUT RQL-FILE.
           IF WS-RQL-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-FILLED-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE RQL-FILE
           END-IF.

       LOAD-FILLED-RECORD.
           READ RQL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF RQL-FILLED
                       IF WS-FL-USED LESS THAN WS-FL-MAX
                           ADD 1 TO WS-FL-USED
                           MOVE RQL-NUMBER TO WS-FL-NUMBER(WS-FL-USED)
                           MOVE RQL-FIRST TO WS-FL-FIRST(WS-FL-USED)
                           MOVE RQL-LAST TO WS-FL-LAST(WS-FL-USED)
                       ELSE
                           MOVE "Y" TO WS-FL-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       MARK-MASTER.
           MOVE 0 TO INV-NUMBER.
           START INV-FILE KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SWITCH
           END-START.
           PERFORM MARK-MASTER-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".

       MARK-MASTER-RECORD.
           READ INV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-FX = INV-NUMBER + 1
                   MOVE "Y" TO WS-TAKEN(WS-FX)
           END-READ.

       MARK-ARCHIVE.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM MARK-ARCHIVE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE ARC-FILE
           END-IF.

       MARK-ARCHIVE-RECORD.
           READ ARC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF ARC-NUMBER IS NUMERIC
                       COMPUTE WS-FX = ARC-NUMBER + 1
                       MOVE "Y" TO WS-TAKEN(WS-FX)
                   END-IF
           END-READ.

      * A range logged on SEQAUDITLOG holds its numbers even where
      * they never reached NUMINV; a range with an unusable
      * increment generated nothing and holds nothing.
       MARK-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM MARK-AUDIT-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE AUDIT-FILE
           END-IF.

       MARK-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF AUDIT-INCREMENT NOT EQUAL TO 0
                       AND NOT (AUDIT-INCREMENT GREATER THAN 0 AND
                           AUDIT-START GREATER THAN AUDIT-END)
                       AND NOT (AUDIT-INCREMENT LESS THAN 0 AND
                           AUDIT-START LESS THAN AUDIT-END)
                       PERFORM MARK-AUDIT-RANGE
                   END-IF
           END-READ.

       MARK-AUDIT-RANGE.
           IF AUDIT-START LESS THAN AUDIT-END
               MOVE AUDIT-START TO WS-LOW
               MOVE AUDIT-END TO WS-HIGH
           ELSE
               MOVE AUDIT-END TO WS-LOW
               MOVE AUDIT-START TO WS-HIGH
           END-IF.
           COMPUTE WS-STEP = FUNCTION ABS(AUDIT-INCREMENT).
           PERFORM MARK-AUDIT-NUMBER
               VARYING WS-NUM FROM WS-LOW BY WS-STEP
               UNTIL WS-NUM GREATER THAN WS-HIGH.

       MARK-AUDIT-NUMBER.
           IF WS-NUM NOT LESS THAN 0
               COMPUTE WS-FX = WS-NUM + 1
               MOVE "Y" TO WS-TAKEN(WS-FX)
           END-IF.

       PROCESS-REQ-FROM-FILE.
           READ REQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE REQ-NUMBER TO WS-REQ-NUMBER
                   MOVE REQ-REQUESTOR TO WS-REQUESTOR
                   MOVE REQ-STOCK-TYPE TO WS-STOCK-TYPE
                   IF REQ-QUANTITY IS NUMERIC
                       MOVE REQ-QUANTITY TO WS-QUANTITY
                   ELSE
                       MOVE 0 TO WS-QUANTITY
                   END-IF
                   PERFORM PROCESS-REQUISITION
           END-READ.

       PROCESS-REQ-FROM-CONSOLE.
           DISPLAY "Requisition number? " WITH NO ADVANCING.
           MOVE SPACES TO WS-REQ-NUMBER.
           ACCEPT WS-REQ-NUMBER.
           DISPLAY "Requestor? " WITH NO ADVANCING.
           MOVE SPACES TO WS-REQUESTOR.
           ACCEPT WS-REQUESTOR.
           DISPLAY "Stock type? " WITH NO ADVANCING.
           MOVE SPACES TO WS-STOCK-TYPE.
           ACCEPT WS-STOCK-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-STOCK-TYPE) TO WS-STOCK-TYPE.
           DISPLAY "Quantity? " WITH NO ADVANCING.
           MOVE 0 TO WS-QUANTITY.
           ACCEPT WS-QUANTITY.
           PERFORM PROCESS-REQUISITION.
           DISPLAY "Fill another requisition (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-AGAIN.

       PROCESS-REQUISITION.
           ADD 1 TO WS-REQ-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Requisition " WS-REQ-NUMBER
               "  Requestor: " WS-REQUESTOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE 0 TO WS-FL-FOUND.
           PERFORM FIND-FILLED
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX GREATER THAN WS-FL-USED
                   OR WS-FL-FOUND GREATER THAN 0.
           MOVE 0 TO WS-STK-FOUND.
           PERFORM FIND-STOCK-TYPE
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX GREATER THAN WS-STK-USED
                   OR WS-STK-FOUND GREATER THAN 0.
           MOVE WS-QUANTITY TO WS-QTY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-STK-FOUND GREATER THAN 0
               STRING "  Stock type: " WS-STOCK-TYPE " "
                   WS-SK-DESCRIPTION(WS-STK-FOUND)
                   "  Quantity: " WS-QTY-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  Stock type: " WS-STOCK-TYPE
                   "  Quantity: " WS-QTY-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-REFUSAL.
           MOVE 0 TO WS-SHORTFALL.
           EVALUATE TRUE
               WHEN WS-FL-FOUND GREATER THAN 0
                   PERFORM REPORT-ALREADY-FILLED
               WHEN WS-STK-FOUND EQUAL TO 0
                   MOVE "stock type not on STOCKRNG" TO WS-REFUSAL
                   MOVE WS-QUANTITY TO WS-SHORTFALL
                   PERFORM REFUSE-REQUISITION
               WHEN WS-QUANTITY EQUAL TO 0
                   MOVE "no quantity asked for" TO WS-REFUSAL
                   PERFORM REFUSE-REQUISITION
               WHEN OTHER
                   PERFORM FIND-FREE-BLOCK
                   IF WS-BLOCK-FOUND EQUAL TO "Y"
                       PERFORM FILL-REQUISITION
                   ELSE
                       COMPUTE WS-SHORTFALL =
                           WS-QUANTITY - WS-LONGEST-RUN
                       MOVE "not enough stock left in range"
                           TO WS-REFUSAL
                       PERFORM REFUSE-REQUISITION
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       FIND-FILLED.
           IF WS-FL-NUMBER(WS-LX) EQUAL TO WS-REQ-NUMBER
               MOVE WS-LX TO WS-FL-FOUND
           END-IF.

       FIND-STOCK-TYPE.
           IF WS-SK-TYPE(WS-SX) EQUAL TO WS-STOCK-TYPE
               MOVE WS-SX TO WS-STK-FOUND
           END-IF.

      * The lowest unbroken run of free numbers of the size asked
      * for. When there is none, the longest run and the count of
      * free numbers left in the range are kept for the refusal.
       FIND-FREE-BLOCK.
           MOVE "N" TO WS-BLOCK-FOUND.
           MOVE 0 TO WS-RUN-LENGTH.
           MOVE 0 TO WS-LONGEST-RUN.
           MOVE 0 TO WS-FREE-COUNT.
           PERFORM CHECK-FREE-NUMBER
               VARYING WS-NUM FROM WS-SK-LOW(WS-STK-FOUND) BY 1
               UNTIL WS-NUM GREATER THAN WS-SK-HIGH(WS-STK-FOUND)
                   OR WS-BLOCK-FOUND EQUAL TO "Y".

       CHECK-FREE-NUMBER.
           COMPUTE WS-FX = WS-NUM + 1.
           IF WS-TAKEN(WS-FX) EQUAL TO SPACE
               ADD 1 TO WS-RUN-LENGTH
               ADD 1 TO WS-FREE-COUNT
               IF WS-RUN-LENGTH GREATER THAN WS-LONGEST-RUN
                   MOVE WS-RUN-LENGTH TO WS-LONGEST-RUN
               END-IF
               IF WS-RUN-LENGTH EQUAL TO WS-QUANTITY
                   MOVE "Y" TO WS-BLOCK-FOUND
                   COMPUTE WS-FIRST = WS-NUM - WS-QUANTITY + 1
                   MOVE WS-NUM TO WS-LAST
               END-IF
           ELSE
               MOVE 0 TO WS-RUN-LENGTH
           END-IF.

       FILL-REQUISITION.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-SREG-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-SREG-STAMP(9:6).
           PERFORM ASSIGN-NUMBER
               VARYING WS-NUM FROM WS-FIRST BY 1
               UNTIL WS-NUM GREATER THAN WS-LAST.
           MOVE WS-FIRST TO WS-CD-NUMBER-N.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WS-CHECK-DIGIT TO WS-FIRST-CD.
           MOVE WS-LAST TO WS-CD-NUMBER-N.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WS-CHECK-DIGIT TO WS-LAST-CD.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-FILLED.
           ADD WS-QUANTITY TO WS-ASSIGNED.
           MOVE "F" TO RQL-OUTCOME.
           PERFORM WRITE-REQN-LOG.
           IF WS-FL-USED LESS THAN WS-FL-MAX
               ADD 1 TO WS-FL-USED
               MOVE WS-REQ-NUMBER TO WS-FL-NUMBER(WS-FL-USED)
               MOVE WS-FIRST TO WS-FL-FIRST(WS-FL-USED)
               MOVE WS-LAST TO WS-FL-LAST(WS-FL-USED)
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ASSIGNED " WS-FIRST "-" WS-FIRST-CD
               " THROUGH " WS-LAST "-" WS-LAST-CD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           DISPLAY "Requisition " WS-REQ-NUMBER " assigned "
               WS-FIRST "-" WS-FIRST-CD " through "
               WS-LAST "-" WS-LAST-CD.

       ASSIGN-NUMBER.
           COMPUTE WS-FX = WS-NUM + 1.
           MOVE "Y" TO WS-TAKEN(WS-FX).
           MOVE WS-NUM TO WS-CD-NUMBER-N.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WS-NUM TO INV-NUMBER.
           MOVE WS-CHECK-DIGIT TO INV-CHECK-DIGIT.
           MOVE "A" TO INV-STATUS.
           MOVE WS-REQUESTOR TO INV-REQUESTOR.
           MOVE WS-POST-DATE TO INV-ALLOC-DATE.
           MOVE WS-POST-DATE TO INV-STATUS-DATE.
           WRITE INV-RECORD
               INVALID KEY
                   ADD 1 TO WS-INV-DUPS
               NOT INVALID KEY
                   PERFORM WRITE-INV-JOURNAL
           END-WRITE.
           PERFORM WRITE-REGISTER.

       WRITE-INV-JOURNAL.
           MOVE INV-NUMBER TO IJ-NUMBER.
           MOVE SPACE TO IJ-BEFORE-STATUS.
           MOVE INV-STATUS TO IJ-AFTER-STATUS.
           MOVE "REQNFILL" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-SREG-STAMP TO IJ-TIMESTAMP.
           MOVE SPACES TO IJ-REFERENCE.
           STRING "REQUISITN " WS-REQ-NUMBER
               DELIMITED BY SIZE INTO IJ-REFERENCE.
           WRITE IJ-RECORD.

       WRITE-REGISTER.
           MOVE WS-REQUESTOR TO SREG-REQUESTOR.
           MOVE WS-SREG-STAMP TO SREG-TIMESTAMP.
           MOVE WS-NUM TO SREG-NUMBER.
           MOVE WS-NUM TO SREG-NUMBER-ED.
           MOVE WS-CHECK-DIGIT TO SREG-CHECK-DIGIT.
           WRITE SREG-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE WS-REQUESTOR TO AUDIT-REQUESTOR.
           MOVE WS-SREG-STAMP TO AUDIT-TIMESTAMP.
           MOVE WS-FIRST TO AUDIT-START.
           MOVE WS-LAST TO AUDIT-END.
           MOVE 1 TO AUDIT-INCREMENT.
           MOVE WS-OPERATOR TO AUDIT-OPERATOR.
           MOVE WS-FIRST-CD TO AUDIT-START-CD.
           MOVE WS-LAST-CD TO AUDIT-END-CD.
           WRITE AUDIT-RECORD.

       REFUSE-REQUISITION.
           ADD 1 TO WS-REFUSED.
           MOVE "R" TO RQL-OUTCOME.
           PERFORM WRITE-REQN-LOG.
           MOVE WS-SHORTFALL TO WS-QTY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REFUSED - " DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY "  "
               ", shortfall " WS-QTY-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-STK-FOUND GREATER THAN 0 AND WS-QUANTITY GREATER
                   THAN 0
               MOVE WS-LONGEST-RUN TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Largest free block: " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-FREE-COUNT TO WS-COUNT-ED
               STRING "  Free in range: " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(31:50)
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           DISPLAY "Requisition " WS-REQ-NUMBER " refused - "
               WS-REFUSAL.

       REPORT-ALREADY-FILLED.
           ADD 1 TO WS-ALREADY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ALREADY FILLED " WS-FL-FIRST(WS-FL-FOUND)
               " through " WS-FL-LAST(WS-FL-FOUND)
               " - not filled again"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           DISPLAY "Requisition " WS-REQ-NUMBER
               " was already filled - not filled again.".

       WRITE-REQN-LOG.
           MOVE WS-REQ-NUMBER TO RQL-NUMBER.
           MOVE WS-REQUESTOR TO RQL-REQUESTOR.
           MOVE WS-STOCK-TYPE TO RQL-STOCK-TYPE.
           MOVE WS-QUANTITY TO RQL-QUANTITY.
           IF RQL-FILLED
               MOVE WS-FIRST TO RQL-FIRST
               MOVE WS-LAST TO RQL-LAST
           ELSE
               MOVE 0 TO RQL-FIRST
               MOVE 0 TO RQL-LAST
           END-IF.
           MOVE WS-SHORTFALL TO RQL-SHORTFALL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO RQL-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO RQL-TIMESTAMP(9:6).
           MOVE WS-OPERATOR TO RQL-OPERATOR.
           WRITE RQL-RECORD.

       PRINT-TOTALS.
           MOVE WS-REQ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Requisitions:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-FILLED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Filled:         " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-REFUSED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Refused:        " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-ALREADY TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Already filled: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-ASSIGNED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Numbers issued: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

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
               DISPLAY "REQNFILL: NUMINVLK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "REQNFILL: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "REQNFILL" TO LOCK-PROGRAM
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

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "REQNFILL" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE WS-JRNL-INPUT TO JRNL-INPUT.
           MOVE WS-REQ-COUNT TO JRNL-READ-COUNT.
           MOVE WS-REFUSED TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
