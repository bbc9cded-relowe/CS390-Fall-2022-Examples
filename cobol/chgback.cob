      * Monthly chargeback of data-center processing to the
      * departments that caused it, so the recovery journal stops
      * being worked out by hand from MONTHRPT, BATCHRPT, and the
      * suspense listing at every close. The operator names the
      * accounting period (YYYYMM); the period must already be
      * closed by MONTHEND on PERIODSUM (copybook/periodsum.cpy), so
      * a department is never billed on figures that can still move.
      * For each DEPTMAST department (copybook/deptmast.cpy) the
      * period's activity is counted:
      *   - readings processed - the DEPTHIST department history
      *     (copybook/depthist.cpy) counts for the period, read from
      *     the first of the month on its run date plus department
      *     key and stopping once the period ends;
      *   - batches submitted - the BATCHREG registrations
      *     (copybook/batchreg.cpy) dated in the period, by the
      *     department on the batch header;
      *   - reversals - those registrations since reversed by
      *     BATCHREV; a batch is still a batch submitted when it is
      *     reversed, and a reversal approved after the period was
      *     billed is picked up when the period is billed again;
      *   - suspense items raised - the NUMSUSP suspense records
      *     (copybook/numsusp.cpy) dated in the period, by the
      *     department on the rejected record. AVERAGE and STATS
      *     both suspend the same bad reading from the same night's
      *     NUMDATA, so a record repeating an earlier one's run date,
      *     source, and record number counts once.
      * Activity with no department (registrations written before
      * BATCHREG carried one, a suspended trailer or unreadable
      * record) or for a code not on DEPTMAST is shown on the
      * summary as unassigned and charged to nobody.
      * The counts are priced from the CHGRATE rate table
      * (copybook/chgrate.cpy) - the record in force for the period
      * - and each department with activity gets a chargeback
      * statement on CHGRPT under its DEPTMAST name: quantity, rate,
      * and amount per item and the total charge. CHGRPT is filed
      * in the report repository through RPTFILE under the
      * period-end date, the same date MONTHEND files the close
      * report under, so the statements go out with the month-end
      * pack and RPTPRINT reproduces them together.
      * The GLCHGBK chargeback journal is written in the GLEXTR
      * layout the GL team already takes from AVGBATCH: an "H"
      * header with the period-end date, one "D" detail per charged
      * department debiting its DEPTMAST GL account, one "D" detail
      * crediting the data center's recovery account (from CHGRATE)
      * with the negated total, and a "T" trailer with the detail
      * count and the hash of the detail amounts - which nets to
      * zero on a balanced journal. Each detail's batch name reads
      * "CHGBACK" plus the period and department, so the GL side can
      * refuse a period posted twice; a rerun rewrites GLCHGBK
      * whole. A department with charges but no GL account on
      * DEPTMAST gets its statement marked NOT JOURNALED and is left
      * off the journal.
      * Every run appends a record to the shared RUNJRNL run journal
      * (copybook/runjrnl.cpy): a department left off the journal
      * journals WARN with condition code 4; a bad or unclosed
      * period, no rate in force, or no DEPTMAST journals FAIL with
      * condition code 8.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT SUSP-FILE ASSIGN TO "NUMSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT PSUM-FILE ASSIGN TO "PERIODSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT GLX-FILE ASSIGN TO "GLCHGBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "chgrate.cpy".

       FD  DHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "depthist.cpy".

       FD  REG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "batchreg.cpy".

       FD  SUSP-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numsusp.cpy".

       FD  PSUM-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "periodsum.cpy".

       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

       FD  GLX-FILE
           LABEL RECORDS ARE OMITTED.
          01 GLX-RECORD PIC X(74).

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
          01 WS-RATE-STATUS  PIC XX.
          01 WS-DHIST-STATUS PIC XX.
          01 WS-REG-STATUS   PIC XX.
          01 WS-SUSP-STATUS  PIC XX.
          01 WS-PSUM-STATUS  PIC XX.
          01 WS-DEPT-STATUS  PIC XX.
          01 WS-GLX-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-PERIOD       PIC 9(6).
          01 WS-PERIOD-MONTH PIC 9(2).
          01 WS-PERIOD-YEAR  PIC 9(4).
          01 WS-NEXT-MONTH   PIC 9(8).
          01 WS-PERIOD-END   PIC 9(8) VALUE 0.
          01 WS-PERIOD-CLOSED PIC X VALUE "N".
          01 WS-FIND-DEPT    PIC X(4).

          01 WS-RATE-FOUND   PIC X VALUE "N".
          01 WS-RATE-PERIOD  PIC 9(6) VALUE 0.
          01 WS-READING-RATE PIC 9(3)V9(4) VALUE 0.
          01 WS-BATCH-RATE   PIC 9(5)V99 VALUE 0.
          01 WS-SUSP-RATE    PIC 9(5)V99 VALUE 0.
          01 WS-REVERSAL-RATE PIC 9(5)V99 VALUE 0.
          01 WS-RECOVERY-ACCT PIC X(8) VALUE SPACES.

          01 WS-DHIST-READ   PIC 9(7) VALUE 0.
          01 WS-REG-READ     PIC 9(7) VALUE 0.
          01 WS-SUSP-READ    PIC 9(7) VALUE 0.
          01 WS-SUSP-REPEATS PIC 9(7) VALUE 0.
          01 WS-ROWS-BAD     PIC 9(7) VALUE 0.
          01 WS-UN-READINGS  PIC 9(9) VALUE 0.
          01 WS-UN-BATCHES   PIC 9(7) VALUE 0.
          01 WS-UN-REVERSALS PIC 9(7) VALUE 0.
          01 WS-UN-SUSP      PIC 9(7) VALUE 0.

          01 WS-DM-EOF       PIC X.
          01 WS-DEPT-MAX     PIC 9(2) VALUE 50.
          01 WS-DEPT-USED    PIC 9(2) VALUE 0.
          01 WS-DEPT-OVFL-WARNED PIC X VALUE "N".
          01 WS-DX           PIC 9(2).
          01 WS-DEPT-TABLE.
             05 WS-DT-ENTRY OCCURS 50 TIMES.
                10 WS-DT-DEPT        PIC X(4).
                10 WS-DT-NAME        PIC X(20).
                10 WS-DT-GL-ACCT     PIC X(8).
                10 WS-DT-READINGS    PIC 9(9).
                10 WS-DT-BATCHES     PIC 9(7).
                10 WS-DT-REVERSALS   PIC 9(7).
                10 WS-DT-SUSP        PIC 9(7).
                10 WS-DT-READ-AMT    PIC 9(11)V99.
                10 WS-DT-BATCH-AMT   PIC 9(11)V99.
                10 WS-DT-REV-AMT     PIC 9(11)V99.
                10 WS-DT-SUSP-AMT    PIC 9(11)V99.
                10 WS-DT-CHARGE      PIC 9(12)V99.

          01 WS-SK-MAX       PIC 9(4) VALUE 3000.
          01 WS-SK-USED      PIC 9(4) VALUE 0.
          01 WS-SKX          PIC 9(4).
          01 WS-SK-OVERFLOW  PIC X VALUE "N".
          01 WS-SUSP-KEY.
             05 WS-SUSP-KEY-DATE   PIC 9(8).
             05 WS-SUSP-KEY-SOURCE PIC X(40).
             05 WS-SUSP-KEY-RECNO  PIC 9(7).
          01 WS-SK-TABLE.
             05 WS-SK-KEY OCCURS 3000 TIMES PIC X(55).

          01 WS-DEPTS-BILLED   PIC 9(5) VALUE 0.
          01 WS-DEPTS-IDLE     PIC 9(5) VALUE 0.
          01 WS-DEPTS-UNBILLED PIC 9(5) VALUE 0.
          01 WS-TOTAL-CHARGED  PIC 9(12)V99 VALUE 0.
          01 WS-TOTAL-JOURNAL  PIC 9(12)V99 VALUE 0.
          01 WS-TOTAL-UNBILLED PIC 9(12)V99 VALUE 0.
          01 WS-ITEM-COUNT     PIC 9(9).

          01 WS-GLX-HEADER.
             05 FILLER            PIC X VALUE "H".
             05 WS-GLXH-DATE      PIC 9(8).
             05 FILLER            PIC X(65) VALUE SPACES.
          01 WS-GLX-DETAIL.
             05 FILLER            PIC X VALUE "D".
             05 WS-GLXD-BATCH     PIC X(20).
             05 WS-GLXD-BUS-DATE  PIC 9(8).
             05 WS-GLXD-COUNT     PIC 9(7).
             05 WS-GLXD-TOTAL     PIC S9(12)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLXD-AVG       PIC S9(5)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLXD-REJECTED  PIC 9(7).
             05 WS-GLXD-GL-ACCT   PIC X(8).
          01 WS-GLX-TRAILER.
             05 FILLER            PIC X VALUE "T".
             05 WS-GLXT-COUNT     PIC 9(7).
             05 WS-GLXT-HASH      PIC S9(13)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 FILLER            PIC X(50) VALUE SPACES.
          01 WS-GLX-DETAIL-COUNT  PIC 9(7) VALUE 0.
          01 WS-GLX-HASH-SUM      PIC S9(13)V99 VALUE 0.

          01 WS-L-LABEL      PIC X(24).
          01 WS-L-QTY        PIC 9(9).
          01 WS-L-RATE       PIC 9(5)V9(4).
          01 WS-L-AMOUNT     PIC 9(12)V99.

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-QTY-ED       PIC Z(8)9.
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-RATE-ED      PIC Z(4)9.9999.
          01 WS-AMOUNT-ED    PIC Z(11)9.99.
          01 WS-TOTAL-ED     PIC -(12)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "CHGBACK".
          01 WS-RPT-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       Chgback.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           DISPLAY "Period to charge back (YYYYMM)? "
               WITH NO ADVANCING.
           ACCEPT WS-PERIOD.
           IF WS-PERIOD IS NOT NUMERIC
               MOVE 0 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           END-IF.
           IF WS-PERIOD-MONTH LESS THAN 1
                   OR WS-PERIOD-MONTH GREATER THAN 12
               DISPLAY "CHGBACK: period must be YYYYMM - nothing "
                   "charged."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM SET-PERIOD-END.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-CLOSED NOT EQUAL TO "Y"
               DISPLAY "CHGBACK: period " WS-PERIOD " is not closed "
                   "on PERIODSUM - run MONTHEND first. Nothing "
                   "charged."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           IF WS-RATE-FOUND NOT EQUAL TO "Y"
               DISPLAY "CHGBACK: no CHGRATE rate in force for period "
                   WS-PERIOD " (status " WS-RATE-STATUS
                   ") - nothing charged."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-DEPT-MASTER.
           IF WS-DEPT-STATUS NOT EQUAL TO "00"
               DISPLAY "CHGBACK: no DEPTMAST department master "
                   "(status " WS-DEPT-STATUS ") - nothing charged."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM COUNT-READINGS.
           PERFORM COUNT-BATCHES.
           PERFORM COUNT-SUSPENSE.
           PERFORM PRICE-DEPARTMENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT GLX-FILE.
           MOVE WS-PERIOD-END TO WS-GLXH-DATE.
           WRITE GLX-RECORD FROM WS-GLX-HEADER.
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-STATEMENT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN WS-DEPT-USED.
           PERFORM WRITE-RECOVERY-CREDIT.
           MOVE WS-GLX-DETAIL-COUNT TO WS-GLXT-COUNT.
           MOVE WS-GLX-HASH-SUM TO WS-GLXT-HASH.
           WRITE GLX-RECORD FROM WS-GLX-TRAILER.
           CLOSE GLX-FILE.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           PERFORM FILE-CHARGEBACK-REPORT.
           IF WS-DEPTS-UNBILLED GREATER THAN 0
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

      * The period-end date is the day before the first of the next
      * month; it dates the journal and is the business date the
      * statements are filed under.
       SET-PERIOD-END.
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR.
           IF WS-PERIOD-MONTH EQUAL TO 12
               COMPUTE WS-NEXT-MONTH =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH = (WS-PERIOD + 1) * 100 + 1
           END-IF.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

       CHECK-PERIOD-CLOSED.
           OPEN INPUT PSUM-FILE.
           IF WS-PSUM-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM CHECK-PERIOD-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE PSUM-FILE
           END-IF.

       CHECK-PERIOD-RECORD.
           READ PSUM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF PSUM-PERIOD EQUAL TO WS-PERIOD
                           AND PSUM-CLOSED
                       MOVE "Y" TO WS-PERIOD-CLOSED
                   END-IF
           END-READ.

      * The rate in force is the record with the latest effective
      * period not after the period being charged; a record whose
      * figures are not numeric is skipped.
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-RATE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE RATE-FILE
           END-IF.
           IF WS-RECOVERY-ACCT EQUAL TO SPACES
               MOVE "N" TO WS-RATE-FOUND
           END-IF.

       LOAD-RATE-RECORD.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF CHGR-EFF-PERIOD IS NUMERIC
                           AND CHGR-READING-RATE IS NUMERIC
                           AND CHGR-BATCH-RATE IS NUMERIC
                           AND CHGR-SUSP-RATE IS NUMERIC
                           AND CHGR-REVERSAL-RATE IS NUMERIC
                           AND CHGR-EFF-PERIOD NOT GREATER THAN
                               WS-PERIOD
                       IF WS-RATE-FOUND NOT EQUAL TO "Y"
                               OR CHGR-EFF-PERIOD NOT LESS THAN
                                   WS-RATE-PERIOD
                           MOVE "Y" TO WS-RATE-FOUND
                           MOVE CHGR-EFF-PERIOD TO WS-RATE-PERIOD
                           MOVE CHGR-READING-RATE TO WS-READING-RATE
                           MOVE CHGR-BATCH-RATE TO WS-BATCH-RATE
                           MOVE CHGR-SUSP-RATE TO WS-SUSP-RATE
                           MOVE CHGR-REVERSAL-RATE
                               TO WS-REVERSAL-RATE
                           MOVE CHGR-RECOVERY-ACCT
                               TO WS-RECOVERY-ACCT
                       END-IF
                   END-IF
           END-READ.

      * Statements run in DEPTMAST order; only departments on the
      * master can be billed, since the master carries the name on
      * the statement and the GL account the charge is posted to.
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
                   IF WS-DX EQUAL TO 0
                       PERFORM ADD-DEPT-SLOT
                   END-IF
           END-READ.

       ADD-DEPT-SLOT.
           IF WS-DEPT-USED LESS THAN WS-DEPT-MAX
               ADD 1 TO WS-DEPT-USED
               SET WS-DX TO WS-DEPT-USED
               MOVE DEPT-CODE TO WS-DT-DEPT(WS-DX)
               MOVE DEPT-NAME TO WS-DT-NAME(WS-DX)
               MOVE DEPT-GL-ACCT TO WS-DT-GL-ACCT(WS-DX)
               MOVE 0 TO WS-DT-READINGS(WS-DX)
               MOVE 0 TO WS-DT-BATCHES(WS-DX)
               MOVE 0 TO WS-DT-REVERSALS(WS-DX)
               MOVE 0 TO WS-DT-SUSP(WS-DX)
               MOVE 0 TO WS-DT-READ-AMT(WS-DX)
               MOVE 0 TO WS-DT-BATCH-AMT(WS-DX)
               MOVE 0 TO WS-DT-REV-AMT(WS-DX)
               MOVE 0 TO WS-DT-SUSP-AMT(WS-DX)
               MOVE 0 TO WS-DT-CHARGE(WS-DX)
           ELSE
               IF WS-DEPT-OVFL-WARNED NOT EQUAL TO "Y"
                   DISPLAY "CHGBACK: more than " WS-DEPT-MAX
                       " departments on DEPTMAST - extras charged "
                       "as unassigned."
                   MOVE "Y" TO WS-DEPT-OVFL-WARNED
               END-IF
           END-IF.

      * Leaves WS-DX on the department's slot, or zero when the code
      * is blank or not on DEPTMAST.
       FIND-DEPT-SLOT.
           SET WS-DX TO 1.
           PERFORM NEXT-DEPT-SLOT
               UNTIL WS-DX GREATER THAN WS-DEPT-USED
                  OR WS-DT-DEPT(WS-DX) EQUAL TO WS-FIND-DEPT.
           IF WS-DX GREATER THAN WS-DEPT-USED
                   OR WS-FIND-DEPT EQUAL TO SPACES
               SET WS-DX TO 0
           END-IF.

       NEXT-DEPT-SLOT.
           ADD 1 TO WS-DX.

       COUNT-READINGS.
           OPEN INPUT DHIST-FILE.
           IF WS-DHIST-STATUS NOT EQUAL TO "00"
               DISPLAY "CHGBACK: no DEPTHIST history file (status "
                   WS-DHIST-STATUS ") - readings charge as zero."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-PERIOD TO DH-RUN-DATE(1:6)
               MOVE "01" TO DH-RUN-DATE(7:2)
               MOVE SPACES TO DH-DEPT
               START DHIST-FILE KEY IS NOT LESS THAN DH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM COUNT-READING-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE DHIST-FILE
           END-IF.

       COUNT-READING-RECORD.
           READ DHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF DH-RUN-DATE(1:6) GREATER THAN WS-PERIOD
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-DHIST-READ
                       IF DH-RUN-DATE IS NUMERIC
                               AND DH-COUNT IS NUMERIC
                           MOVE DH-DEPT TO WS-FIND-DEPT
                           PERFORM FIND-DEPT-SLOT
                           IF WS-DX GREATER THAN 0
                               ADD DH-COUNT TO WS-DT-READINGS(WS-DX)
                           ELSE
                               ADD DH-COUNT TO WS-UN-READINGS
                           END-IF
                       ELSE
                           ADD 1 TO WS-ROWS-BAD
                       END-IF
                   END-IF
           END-READ.

       COUNT-BATCHES.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM COUNT-BATCH-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE REG-FILE
           END-IF.

       COUNT-BATCH-RECORD.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REG-READ
                   IF REG-RUN-DATE IS NOT NUMERIC
                       ADD 1 TO WS-ROWS-BAD
                   ELSE
                       IF REG-RUN-DATE(1:6) EQUAL TO WS-PERIOD
                           PERFORM POST-BATCH
                       END-IF
                   END-IF
           END-READ.

       POST-BATCH.
           MOVE REG-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DX GREATER THAN 0
               ADD 1 TO WS-DT-BATCHES(WS-DX)
               IF REG-REVERSED
                   ADD 1 TO WS-DT-REVERSALS(WS-DX)
               END-IF
           ELSE
               ADD 1 TO WS-UN-BATCHES
               IF REG-REVERSED
                   ADD 1 TO WS-UN-REVERSALS
               END-IF
           END-IF.

       COUNT-SUSPENSE.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM COUNT-SUSPENSE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE SUSP-FILE
           END-IF.

       COUNT-SUSPENSE-RECORD.
           READ SUSP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SUSP-READ
                   IF SUSP-RUN-DATE IS NOT NUMERIC
                       ADD 1 TO WS-ROWS-BAD
                   ELSE
                       IF SUSP-RUN-DATE(1:6) EQUAL TO WS-PERIOD
                           PERFORM CHECK-SUSPENSE-REPEAT
                       END-IF
                   END-IF
           END-READ.

      * The same rejected record suspended by two programs off the
      * same night's file carries the same run date, source, and
      * record number; only its first appearance is charged.
       CHECK-SUSPENSE-REPEAT.
           MOVE SUSP-RUN-DATE TO WS-SUSP-KEY-DATE.
           MOVE SUSP-SOURCE TO WS-SUSP-KEY-SOURCE.
           MOVE SUSP-RECNO TO WS-SUSP-KEY-RECNO.
           SET WS-SKX TO 1.
           PERFORM NEXT-SK-SLOT
               UNTIL WS-SKX GREATER THAN WS-SK-USED
                  OR WS-SK-KEY(WS-SKX) EQUAL TO WS-SUSP-KEY.
           IF WS-SKX NOT GREATER THAN WS-SK-USED
               ADD 1 TO WS-SUSP-REPEATS
           ELSE
               IF WS-SK-USED LESS THAN WS-SK-MAX
                   ADD 1 TO WS-SK-USED
                   MOVE WS-SUSP-KEY TO WS-SK-KEY(WS-SK-USED)
               ELSE
                   MOVE "Y" TO WS-SK-OVERFLOW
               END-IF
               PERFORM POST-SUSPENSE
           END-IF.

       NEXT-SK-SLOT.
           ADD 1 TO WS-SKX.

      * SUSP-DATA holds the rejected record's raw bytes, so the
      * department is where that record type carries it: columns
      * 2-5 of a detail, 10-13 of a batch header.
       POST-SUSPENSE.
           EVALUATE SUSP-DATA(1:1)
               WHEN "D"
                   MOVE SUSP-DATA(2:4) TO WS-FIND-DEPT
               WHEN "H"
                   MOVE SUSP-DATA(10:4) TO WS-FIND-DEPT
               WHEN OTHER
                   MOVE SPACES TO WS-FIND-DEPT
           END-EVALUATE.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DX GREATER THAN 0
               ADD 1 TO WS-DT-SUSP(WS-DX)
           ELSE
               ADD 1 TO WS-UN-SUSP
           END-IF.

       PRICE-DEPARTMENT.
           COMPUTE WS-DT-READ-AMT(WS-DX) ROUNDED =
               WS-DT-READINGS(WS-DX) * WS-READING-RATE.
           COMPUTE WS-DT-BATCH-AMT(WS-DX) ROUNDED =
               WS-DT-BATCHES(WS-DX) * WS-BATCH-RATE.
           COMPUTE WS-DT-REV-AMT(WS-DX) ROUNDED =
               WS-DT-REVERSALS(WS-DX) * WS-REVERSAL-RATE.
           COMPUTE WS-DT-SUSP-AMT(WS-DX) ROUNDED =
               WS-DT-SUSP(WS-DX) * WS-SUSP-RATE.
           COMPUTE WS-DT-CHARGE(WS-DX) =
               WS-DT-READ-AMT(WS-DX) + WS-DT-BATCH-AMT(WS-DX)
               + WS-DT-REV-AMT(WS-DX) + WS-DT-SUSP-AMT(WS-DX).

       PRINT-HEADINGS.
           MOVE "Data Center Chargeback Statements" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Period: " WS-PERIOD
               "  Period end: " WS-PERIOD-END
               "  Rates effective: " WS-RATE-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * A department with no activity in the period gets no
      * statement; it is counted on the summary.
       PRINT-STATEMENT.
           IF WS-DT-READINGS(WS-DX) EQUAL TO 0
                   AND WS-DT-BATCHES(WS-DX) EQUAL TO 0
                   AND WS-DT-SUSP(WS-DX) EQUAL TO 0
               ADD 1 TO WS-DEPTS-IDLE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE ALL "-" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CHARGEBACK STATEMENT - " WS-DT-DEPT(WS-DX)
                   " " WS-DT-NAME(WS-DX) "  Period " WS-PERIOD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-DT-GL-ACCT(WS-DX) EQUAL TO SPACES
                   MOVE "Charged to GL account: NOT MAPPED"
                       TO WS-PRINT-LINE
               ELSE
                   STRING "Charged to GL account: "
                       WS-DT-GL-ACCT(WS-DX)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Item                     Quantity"
                   "        Rate            Amount"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "Readings processed" TO WS-L-LABEL
               MOVE WS-DT-READINGS(WS-DX) TO WS-L-QTY
               MOVE WS-READING-RATE TO WS-L-RATE
               MOVE WS-DT-READ-AMT(WS-DX) TO WS-L-AMOUNT
               PERFORM PRINT-CHARGE-LINE
               MOVE "Batches submitted" TO WS-L-LABEL
               MOVE WS-DT-BATCHES(WS-DX) TO WS-L-QTY
               MOVE WS-BATCH-RATE TO WS-L-RATE
               MOVE WS-DT-BATCH-AMT(WS-DX) TO WS-L-AMOUNT
               PERFORM PRINT-CHARGE-LINE
               MOVE "Suspense items raised" TO WS-L-LABEL
               MOVE WS-DT-SUSP(WS-DX) TO WS-L-QTY
               MOVE WS-SUSP-RATE TO WS-L-RATE
               MOVE WS-DT-SUSP-AMT(WS-DX) TO WS-L-AMOUNT
               PERFORM PRINT-CHARGE-LINE
               MOVE "Batch reversals" TO WS-L-LABEL
               MOVE WS-DT-REVERSALS(WS-DX) TO WS-L-QTY
               MOVE WS-REVERSAL-RATE TO WS-L-RATE
               MOVE WS-DT-REV-AMT(WS-DX) TO WS-L-AMOUNT
               PERFORM PRINT-CHARGE-LINE
               MOVE WS-DT-CHARGE(WS-DX) TO WS-AMOUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Total charge for the period"
                   "                   " WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               ADD WS-DT-CHARGE(WS-DX) TO WS-TOTAL-CHARGED
               PERFORM JOURNAL-DEPARTMENT
           END-IF.

       PRINT-CHARGE-LINE.
           MOVE WS-L-QTY TO WS-QTY-ED.
           MOVE WS-L-RATE TO WS-RATE-ED.
           MOVE WS-L-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  " WS-L-LABEL WS-QTY-ED "  " WS-RATE-ED
               "  " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * A department with charges but no GL account cannot be
      * debited; its statement says so and it stays off the journal
      * (and out of the recovery credit) until DEPTMAST is mapped and
      * the period is billed again.
       JOURNAL-DEPARTMENT.
           IF WS-DT-CHARGE(WS-DX) GREATER THAN 0
               IF WS-DT-GL-ACCT(WS-DX) EQUAL TO SPACES
                   ADD 1 TO WS-DEPTS-UNBILLED
                   ADD WS-DT-CHARGE(WS-DX) TO WS-TOTAL-UNBILLED
                   MOVE "  NOT JOURNALED - no GL account on DEPTMAST"
                       TO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               ELSE
                   ADD 1 TO WS-DEPTS-BILLED
                   MOVE SPACES TO WS-GLXD-BATCH
                   STRING "CHGBACK " WS-PERIOD " "
                       WS-DT-DEPT(WS-DX)
                       DELIMITED BY SIZE INTO WS-GLXD-BATCH
                   COMPUTE WS-ITEM-COUNT = WS-DT-READINGS(WS-DX)
                       + WS-DT-BATCHES(WS-DX) + WS-DT-SUSP(WS-DX)
                   MOVE WS-ITEM-COUNT TO WS-GLXD-COUNT
                   MOVE WS-DT-CHARGE(WS-DX) TO WS-GLXD-TOTAL
                   MOVE WS-DT-GL-ACCT(WS-DX) TO WS-GLXD-GL-ACCT
                   PERFORM WRITE-JOURNAL-DETAIL
                   ADD WS-DT-CHARGE(WS-DX) TO WS-TOTAL-JOURNAL
               END-IF
           END-IF.

       WRITE-RECOVERY-CREDIT.
           IF WS-TOTAL-JOURNAL GREATER THAN 0
               MOVE SPACES TO WS-GLXD-BATCH
               STRING "CHGBACK " WS-PERIOD " RECV"
                   DELIMITED BY SIZE INTO WS-GLXD-BATCH
               MOVE WS-DEPTS-BILLED TO WS-GLXD-COUNT
               COMPUTE WS-GLXD-TOTAL = 0 - WS-TOTAL-JOURNAL
               MOVE WS-RECOVERY-ACCT TO WS-GLXD-GL-ACCT
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.

       WRITE-JOURNAL-DETAIL.
           MOVE WS-PERIOD-END TO WS-GLXD-BUS-DATE.
           MOVE 0 TO WS-GLXD-AVG.
           MOVE 0 TO WS-GLXD-REJECTED.
           WRITE GLX-RECORD FROM WS-GLX-DETAIL.
           ADD 1 TO WS-GLX-DETAIL-COUNT.
           ADD WS-GLXD-TOTAL TO WS-GLX-HASH-SUM.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Chargeback Summary" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-TOTAL-CHARGED TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Charged, all departments:      " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-TOTAL-JOURNAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Journaled to GLCHGBK:          " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Credited to recovery account " WS-RECOVERY-ACCT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-DEPTS-UNBILLED GREATER THAN 0
               MOVE WS-TOTAL-UNBILLED TO WS-TOTAL-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOT JOURNALED (no GL account): " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Departments journaled: " WS-DEPTS-BILLED
               "  Not journaled: " WS-DEPTS-UNBILLED
               "  No activity: " WS-DEPTS-IDLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-GLX-HASH-SUM TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Journal details: " WS-GLX-DETAIL-COUNT
               "  Trailer hash: " FUNCTION TRIM(WS-TOTAL-ED)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Unassigned activity (no department, or not on "
               "DEPTMAST) - not charged:"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-UN-READINGS TO WS-QTY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Readings: " WS-QTY-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-UN-BATCHES TO WS-QTY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Batches:  " WS-QTY-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-UN-REVERSALS TO WS-QTY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Reversals:" WS-QTY-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-UN-SUSP TO WS-QTY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Suspense: " WS-QTY-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-SUSP-REPEATS TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Suspense records repeating one already charged: "
               WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-SK-OVERFLOW EQUAL TO "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "More suspense records than can be checked "
                   "for repeats - later ones all charged"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       FILE-CHARGEBACK-REPORT.
           MOVE WS-PERIOD-END TO WS-RPT-DATE.
           MOVE "CHGRPT" TO WS-RPT-NAME.
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
           MOVE "CHGBACK" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE SPACES TO JRNL-INPUT.
           STRING "CHARGEBACK " WS-PERIOD
               DELIMITED BY SIZE INTO JRNL-INPUT.
           COMPUTE JRNL-READ-COUNT = WS-DHIST-READ + WS-REG-READ
               + WS-SUSP-READ.
           MOVE WS-ROWS-BAD TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
