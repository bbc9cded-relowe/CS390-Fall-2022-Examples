      * Console key-entry and verify for the departments that still
      * send paper tallies instead of transmitting NUMDATA, so the
      * readings stop being typed into a NUMDATA file in an editor -
      * the source of most NNUM and DATE suspense. The operator
      * picks one of three functions:
      *   - K, key a new batch: the operator opens the batch with its
      *     batch ID, department, and business date (the "H" header
      *     of copybook/numfile.cpy) and keys the tally's readings
      *     one at a time - department (blank for the batch's own),
      *     reading date (blank for the business date), and value.
      *     Every field is edited as it is keyed, against the NUMDATA
      *     detail layout and the DEPTMAST department master
      *     (copybook/deptmast.cpy): the department must be active on
      *     DEPTMAST, the date a real calendar date not after the
      *     business date, and the value a reading of at most five
      *     whole digits and two decimals. A field that fails is
      *     refused at the prompt and asked again, so nothing
      *     unreadable gets as far as the file. A batch ID already
      *     keyed, or registered on BATCHREG and not reversed, is
      *     refused. Keying ends with END at the department prompt;
      *     the batch is saved then, with the detail count and hash
      *     total worked out from what was keyed;
      *   - V, verify a batch: a second operator - never the one who
      *     keyed it - re-keys the same tally blind, without being
      *     shown the first keying, and the two are compared reading
      *     by reading. When every reading agrees the batch is
      *     released; otherwise the readings in difference are listed
      *     and the batch is held;
      *   - R, resolve differences: an operator other than the first
      *     keyer is shown both keyings of each reading in difference
      *     and keys the value on the tally (confirmed before it is
      *     taken), drops a line that is not on the tally, or skips
      *     it for later. The batch is released once no reading is
      *     left in difference, and cannot be released before.
      * Releasing writes the batch to NUMSTAGE.<dept> exactly as
      * NUMINTAK stages an accepted transmission - header, the agreed
      * and resolved readings, and a trailer carrying their count and
      * hash - so STAGEPIK picks it up for the averaging window with
      * everything else. STAGEPIK takes one batch per staged file, so
      * a release is never written over or after a NUMSTAGE.<dept>
      * that is still staged: the batch is held instead, with no
      * reading in difference, and a later R on it releases it once
      * STAGECON has consumed the staged file.
      * Every session works from KEYCTL as it stood when the session
      * began and rewrites it at the end, so one session at a time
      * holds the KEYLOCK interlock (the same lock record as AVGLOCK)
      * from before KEYCTL is read until after it is rewritten; a
      * session started while it is held is refused, and a crashed
      * session's lock is cleared through LOCKCLR.
      * The batches are tracked on the KEYCTL key-entry control file
      * (copybook/keyctl.cpy) and each batch's readings, both
      * keyings, and their agreement on its KEYWORK.<batch ID> work
      * file (copybook/keywork.cpy), which is kept after release as
      * the record of how the batch was keyed and verified.
      * Each session prints the KEYRPT key-entry report - the batch,
      * the operators, the readings keyed, the differences found or
      * resolved, and the outcome - filed in the report repository
      * through RPTFILE under the batch's business date. Every
      * session appends a record to the shared RUNJRNL run journal
      * with the readings keyed and the entries refused at the
      * prompt: WARN with condition code 4 when the batch is left
      * with differences or its release is held behind a staged
      * file, FAIL with condition code 8 when the function is
      * refused (unknown batch, batch in the wrong state, the first
      * keyer verifying, no operator signed on for a verify or
      * resolve, KEYLOCK held, or a KEYCTL too big to rewrite).
       IDENTIFICATION DIVISION.
           PROGRAM-ID. KEYENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KC-FILE ASSIGN TO "KEYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KC-STATUS.

           SELECT KW-FILE ASSIGN DYNAMIC WS-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KW-STATUS.

           SELECT STAGE-FILE ASSIGN DYNAMIC WS-STAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT LOCK-FILE ASSIGN TO "KEYLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "KEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "keyctl.cpy".

       FD  KW-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "keywork.cpy".

       FD  STAGE-FILE
           LABEL RECORDS ARE OMITTED.
          01 STAGE-RECORD PIC X(21).

       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

       FD  REG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "batchreg.cpy".

       FD  LOCK-FILE
           LABEL RECORDS ARE OMITTED.
          01 LOCK-RECORD.
             05 LOCK-PROGRAM  PIC X(8).
             05 LOCK-TS       PIC X(14).
             05 LOCK-OPERATOR PIC X(8).

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
           COPY "numfile.cpy".

          01 WS-KC-STATUS    PIC XX.
          01 WS-KW-STATUS    PIC XX.
          01 WS-STAGE-STATUS PIC XX.
          01 WS-DEPT-STATUS  PIC XX.
          01 WS-REG-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
          01 WS-FUNCTION     PIC X.
          01 WS-FUNCTION-NAME PIC X(8) VALUE SPACES.
          01 WS-REFUSED      PIC X VALUE "N".
          01 WS-REFUSE-REASON PIC X(80) VALUE SPACES.
          01 WS-WORK-FILENAME PIC X(40).
          01 WS-STAGE-FILENAME PIC X(40).
          01 WS-TODAY        PIC 9(8).
          01 WS-BATCH-ID     PIC X(8) VALUE SPACES.
          01 WS-BATCH-DEPT   PIC X(4).
          01 WS-BUS-DATE     PIC 9(8) VALUE 0.
          01 WS-SPACE-COUNT  PIC 9(2).
          01 WS-DUP-FOUND    PIC X.

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "KEYLOCK".
          01 WS-SAVED-RC     PIC S9(4).
          01 WS-RELEASE-HELD PIC X VALUE "N".

          01 WS-DM-EOF       PIC X.
          01 WS-DM-MAX       PIC 9(3) VALUE 200.
          01 WS-DM-USED      PIC 9(3) VALUE 0.
          01 WS-DMX          PIC 9(3).
          01 WS-DEPT-TABLE.
             05 WS-DM-ENTRY OCCURS 200 TIMES.
                10 WS-DM-CODE      PIC X(4).
                10 WS-DM-ACTIVE    PIC X.
          01 WS-FIND-DEPT    PIC X(4).
          01 WS-DEPT-OK      PIC X.

          01 WS-KC-MAX       PIC 9(3) VALUE 500.
          01 WS-KC-USED      PIC 9(3) VALUE 0.
          01 WS-KCX          PIC 9(3).
          01 WS-KC-SLOT      PIC 9(3) VALUE 0.
          01 WS-KC-OVERFLOW  PIC X VALUE "N".
          01 WS-KC-TABLE.
             05 WS-KC-ENTRY OCCURS 500 TIMES.
                10 WS-KC-RAW.
                   15 WS-KC-ID       PIC X(8).
                   15 FILLER         PIC X(96).

          01 WS-KT-MAX       PIC 9(3) VALUE 500.
          01 WS-KT-USED      PIC 9(3) VALUE 0.
          01 WS-KTX          PIC 9(3).
          01 WS-V-USED       PIC 9(3) VALUE 0.
          01 WS-KT-TABLE.
             05 WS-KT-ENTRY OCCURS 500 TIMES.
                10 WS-KT-KEYED     PIC X.
                10 WS-KT-DEPT      PIC X(4).
                10 WS-KT-DATE      PIC 9(8).
                10 WS-KT-VALUE     PIC S9(5)V99.
                10 WS-KT-V-KEYED   PIC X.
                10 WS-KT-V-DEPT    PIC X(4).
                10 WS-KT-V-DATE    PIC 9(8).
                10 WS-KT-V-VALUE   PIC S9(5)V99.
                10 WS-KT-STATE     PIC X.

          01 WS-ENTRY-MODE   PIC X.
          01 WS-KEY-DONE     PIC X.
          01 WS-IN-ACTION    PIC X.
          01 WS-IN-DEPT      PIC X(4).
          01 WS-IN-DATE      PIC 9(8).
          01 WS-IN-VALUE     PIC S9(5)V99.
          01 WS-FIELD-OK     PIC X.
          01 WS-DEPT-ENTRY   PIC X(8).
          01 WS-DATE-ENTRY   PIC X(10).
          01 WS-CHECK-DATE   PIC 9(8).
          01 WS-CHECK-YEAR   PIC 9(4).
          01 WS-CHECK-MONTH  PIC 9(2).
          01 WS-CHECK-DAY    PIC 9(2).
          01 WS-MONTH-DAYS   PIC 9(2).
          01 WS-DATE-VALID   PIC X.
          01 WS-VALUE-ENTRY  PIC X(12).
          01 WS-EX           PIC 9(2).
          01 WS-VAL-STARTED  PIC X.
          01 WS-VAL-ENDED    PIC X.
          01 WS-VAL-BAD      PIC X.
          01 WS-VAL-DOTS     PIC 9(2).
          01 WS-VAL-INT-DIGITS PIC 9(2).
          01 WS-VAL-DEC-DIGITS PIC 9(2).
          01 WS-CONFIRM      PIC X.
          01 WS-RESOLVED     PIC X.

          01 WS-KEYED-COUNT  PIC 9(7) VALUE 0.
          01 WS-EDIT-ERRORS  PIC 9(7) VALUE 0.
          01 WS-DIFF-COUNT   PIC 9(5) VALUE 0.
          01 WS-RESOLVE-COUNT PIC 9(5) VALUE 0.
          01 WS-DROP-COUNT   PIC 9(5) VALUE 0.
          01 WS-STAGE-COUNT  PIC 9(7) VALUE 0.
          01 WS-STAGE-HASH   PIC S9(10)V99 VALUE 0.
          01 WS-OUTCOME      PIC X(60) VALUE SPACES.

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-SEQ-ED       PIC Z(4)9.
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-VALUE-ED     PIC -(5)9.99.
          01 WS-VALUE2-ED    PIC -(5)9.99.
          01 WS-HASH-ED      PIC -(10)9.99.
          01 WS-FIRST-X      PIC X(26).
          01 WS-SECOND-X     PIC X(26).
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "KEYENTRY".
          01 WS-RPT-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       Keyentry.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM TAKE-RUN-LOCK.
           IF WS-LOCK-TAKEN NOT EQUAL TO "Y"
               MOVE "KEYCTL is in use by another session"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           PERFORM LOAD-KEY-CONTROL.
           IF WS-KC-OVERFLOW EQUAL TO "Y"
               MOVE "KEYCTL holds more batches than can be rewritten"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           DISPLAY "Key a new batch (K), verify one (V), or resolve "
               "its differences (R)? " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION.
           EVALUATE WS-FUNCTION
               WHEN "K"
                   MOVE "KEY" TO WS-FUNCTION-NAME
                   PERFORM KEY-NEW-BATCH
               WHEN "V"
                   MOVE "VERIFY" TO WS-FUNCTION-NAME
                   PERFORM VERIFY-BATCH
               WHEN "R"
                   MOVE "RESOLVE" TO WS-FUNCTION-NAME
                   PERFORM RESOLVE-BATCH
               WHEN OTHER
                   MOVE "function must be K, V, or R"
                       TO WS-REFUSE-REASON
                   PERFORM REFUSE-FUNCTION
           END-EVALUATE.
           PERFORM REWRITE-KEY-CONTROL.
           PERFORM FILE-KEY-REPORT.
           IF WS-DIFF-COUNT GREATER THAN 0
                   OR WS-RELEASE-HELD EQUAL TO "Y"
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "GOOD" TO WS-RUN-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
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

      * A refused function changes nothing: no report, no KEYCTL
      * rewrite, just the console message and a FAIL journal record.
       REFUSE-FUNCTION.
           DISPLAY "KEYENTRY: " FUNCTION TRIM(WS-REFUSE-REASON)
               " - nothing done.".
           MOVE "FAIL" TO WS-RUN-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM RELEASE-RUN-LOCK.
           PERFORM WRITE-JOURNAL.
           STOP RUN.

       TAKE-RUN-LOCK.
           MOVE "N" TO WS-LOCK-TAKEN.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS EQUAL TO "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "KEYENTRY: KEYLOCK is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - session refused."
               DISPLAY "KEYENTRY: clear a crashed session's lock "
                   "with LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "KEYENTRY" TO LOCK-PROGRAM
               MOVE WS-START-STAMP TO LOCK-TS
               MOVE WS-OPERATOR TO LOCK-OPERATOR
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE "Y" TO WS-LOCK-TAKEN
           END-IF.

      * CBL_DELETE_FILE resets RETURN-CODE, and the release runs
      * after the session's condition code is set - save and restore
      * it so the caller still sees the real completion code. A
      * session refused for the lock never took it and deletes
      * nothing.
       RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           IF WS-LOCK-TAKEN EQUAL TO "Y"
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
               MOVE "N" TO WS-LOCK-TAKEN
           END-IF.
           MOVE WS-SAVED-RC TO RETURN-CODE.

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
                   IF WS-DM-USED LESS THAN WS-DM-MAX
                       ADD 1 TO WS-DM-USED
                       MOVE DEPT-CODE TO WS-DM-CODE(WS-DM-USED)
                       MOVE DEPT-ACTIVE TO WS-DM-ACTIVE(WS-DM-USED)
                   END-IF
           END-READ.

      * With no DEPTMAST file no department validation is done,
      * matching the averaging programs; otherwise the code must be
      * an active department.
       CHECK-DEPT.
           MOVE "Y" TO WS-DEPT-OK.
           IF WS-FIND-DEPT EQUAL TO SPACES
               MOVE "N" TO WS-DEPT-OK
           END-IF.
           IF WS-DM-USED GREATER THAN 0
                   AND WS-DEPT-OK EQUAL TO "Y"
               SET WS-DMX TO 1
               PERFORM NEXT-DEPT-SLOT
                   UNTIL WS-DMX GREATER THAN WS-DM-USED
                      OR WS-DM-CODE(WS-DMX) EQUAL TO WS-FIND-DEPT
               IF WS-DMX GREATER THAN WS-DM-USED
                   MOVE "N" TO WS-DEPT-OK
               ELSE
                   IF WS-DM-ACTIVE(WS-DMX) NOT EQUAL TO "A"
                       MOVE "N" TO WS-DEPT-OK
                   END-IF
               END-IF
           END-IF.

       NEXT-DEPT-SLOT.
           ADD 1 TO WS-DMX.

       LOAD-KEY-CONTROL.
           OPEN INPUT KC-FILE.
           IF WS-KC-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-KEY-CONTROL-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE KC-FILE
           END-IF.

       LOAD-KEY-CONTROL-RECORD.
           READ KC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-KC-USED LESS THAN WS-KC-MAX
                       ADD 1 TO WS-KC-USED
                       MOVE KC-RECORD TO WS-KC-RAW(WS-KC-USED)
                   ELSE
                       MOVE "Y" TO WS-KC-OVERFLOW
                   END-IF
           END-READ.

      * Leaves WS-KC-SLOT on the batch's KEYCTL entry, zero when the
      * batch has none.
       FIND-KEY-CONTROL.
           MOVE 0 TO WS-KC-SLOT.
           PERFORM CHECK-KEY-CONTROL-SLOT
               VARYING WS-KCX FROM 1 BY 1
               UNTIL WS-KCX GREATER THAN WS-KC-USED.

       CHECK-KEY-CONTROL-SLOT.
           IF WS-KC-ID(WS-KCX) EQUAL TO WS-BATCH-ID
               MOVE WS-KCX TO WS-KC-SLOT
           END-IF.

       REWRITE-KEY-CONTROL.
           OPEN OUTPUT KC-FILE.
           PERFORM WRITE-KEY-CONTROL-RECORD
               VARYING WS-KCX FROM 1 BY 1
               UNTIL WS-KCX GREATER THAN WS-KC-USED.
           CLOSE KC-FILE.

       WRITE-KEY-CONTROL-RECORD.
           MOVE WS-KC-RAW(WS-KCX) TO KC-RECORD.
           WRITE KC-RECORD.

      * Batch IDs name the KEYWORK.<batch ID> work file, so one with
      * an embedded space is refused along with a blank one.
       ACCEPT-BATCH-ID.
           ACCEPT WS-BATCH-ID.
           IF WS-BATCH-ID EQUAL TO SPACES
               MOVE "no batch ID keyed" TO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           MOVE 0 TO WS-SPACE-COUNT.
           INSPECT FUNCTION TRIM(WS-BATCH-ID)
               TALLYING WS-SPACE-COUNT FOR ALL SPACES.
           IF WS-SPACE-COUNT GREATER THAN 0
               MOVE "a batch ID cannot contain spaces"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           MOVE SPACES TO WS-WORK-FILENAME.
           STRING "KEYWORK." WS-BATCH-ID
               DELIMITED BY SPACE INTO WS-WORK-FILENAME.
           PERFORM FIND-KEY-CONTROL.

      * Takes the batch's header from its KEYCTL entry and checks
      * that the running operator may work on it - never the one who
      * keyed it, and never nobody, since that could not be told
      * apart from the keyer.
       OPEN-EXISTING-BATCH.
           IF WS-KC-SLOT EQUAL TO 0
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "batch " FUNCTION TRIM(WS-BATCH-ID)
                   " is not on KEYCTL"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           MOVE WS-KC-RAW(WS-KC-SLOT) TO KC-RECORD.
           MOVE KC-DEPT TO WS-BATCH-DEPT.
           MOVE KC-BUS-DATE TO WS-BUS-DATE.
           IF WS-OPERATOR EQUAL TO SPACES
               MOVE "no operator signed on - sign on through the menu"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           IF WS-OPERATOR EQUAL TO KC-KEY-OPER
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "batch " FUNCTION TRIM(WS-BATCH-ID)
                   " was keyed by "
                   FUNCTION TRIM(WS-OPERATOR)
                   " - a second operator must do this"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.

      * K - the first operator keys a new batch from the tally.
       KEY-NEW-BATCH.
           DISPLAY "Batch ID? " WITH NO ADVANCING.
           PERFORM ACCEPT-BATCH-ID.
           IF WS-KC-SLOT GREATER THAN 0
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "batch " FUNCTION TRIM(WS-BATCH-ID)
                   " is already on KEYCTL"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           PERFORM CHECK-REGISTER.
           IF WS-DUP-FOUND EQUAL TO "Y"
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "batch " FUNCTION TRIM(WS-BATCH-ID)
                   " is already registered "
                   "on BATCHREG"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           IF WS-KC-USED NOT LESS THAN WS-KC-MAX
               MOVE "KEYCTL is full" TO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           MOVE "N" TO WS-DEPT-OK.
           PERFORM ACCEPT-BATCH-DEPT
               UNTIL WS-DEPT-OK EQUAL TO "Y".
           MOVE "N" TO WS-FIELD-OK.
           PERFORM ACCEPT-BUS-DATE
               UNTIL WS-FIELD-OK EQUAL TO "Y".
           DISPLAY "Key the readings; END at the department prompt "
               "when the tally is done.".
           MOVE "K" TO WS-ENTRY-MODE.
           MOVE 0 TO WS-KT-USED.
           MOVE "N" TO WS-KEY-DONE.
           PERFORM KEY-ONE-READING
               UNTIL WS-KEY-DONE EQUAL TO "Y".
           IF WS-KT-USED EQUAL TO 0
               MOVE "no readings keyed - batch not opened"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           PERFORM WRITE-KEY-WORK.
           ADD 1 TO WS-KC-USED.
           MOVE WS-KC-USED TO WS-KC-SLOT.
           MOVE SPACES TO KC-RECORD.
           MOVE WS-BATCH-ID TO KC-BATCH-ID.
           MOVE WS-BATCH-DEPT TO KC-DEPT.
           MOVE WS-BUS-DATE TO KC-BUS-DATE.
           MOVE "K" TO KC-STATUS.
           MOVE WS-STAGE-COUNT TO KC-COUNT.
           MOVE WS-STAGE-HASH TO KC-HASH.
           MOVE 0 TO KC-DIFFS.
           MOVE WS-OPERATOR TO KC-KEY-OPER.
           MOVE WS-START-STAMP TO KC-KEY-TS.
           MOVE KC-RECORD TO WS-KC-RAW(WS-KC-SLOT).
           MOVE "KEYED - AWAITING THE BLIND VERIFY KEYING (V)"
               TO WS-OUTCOME.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Seq  Dept  Date          Value"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM PRINT-KEYED-READING
               VARYING WS-KTX FROM 1 BY 1
               UNTIL WS-KTX GREATER THAN WS-KT-USED.
           PERFORM PRINT-OUTCOME.
           CLOSE PRINT-FILE.

       ACCEPT-BATCH-DEPT.
           DISPLAY "Department? " WITH NO ADVANCING.
           MOVE SPACES TO WS-DEPT-ENTRY.
           ACCEPT WS-DEPT-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-ENTRY) TO WS-DEPT-ENTRY.
           MOVE WS-DEPT-ENTRY(1:4) TO WS-FIND-DEPT.
           PERFORM CHECK-DEPT.
           IF WS-DEPT-ENTRY(5:4) NOT EQUAL TO SPACES
               MOVE "N" TO WS-DEPT-OK
           END-IF.
           IF WS-DEPT-OK EQUAL TO "Y"
               MOVE WS-FIND-DEPT TO WS-BATCH-DEPT
           ELSE
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY "  Not an active DEPTMAST department - again."
           END-IF.

       ACCEPT-BUS-DATE.
           DISPLAY "Business date (YYYYMMDD, blank for today)? "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY EQUAL TO SPACES
               MOVE WS-TODAY TO WS-BUS-DATE
               MOVE "Y" TO WS-FIELD-OK
           ELSE
               PERFORM EDIT-DATE-ENTRY
               IF WS-DATE-VALID EQUAL TO "Y"
                   MOVE WS-CHECK-DATE TO WS-BUS-DATE
                   MOVE "Y" TO WS-FIELD-OK
               ELSE
                   ADD 1 TO WS-EDIT-ERRORS
                   DISPLAY "  Dates are YYYYMMDD - again."
               END-IF
           END-IF.

      * A batch ID registered on BATCHREG and not reversed would be
      * refused as a duplicate when it is averaged, so it is refused
      * now, before the tally is keyed.
       CHECK-REGISTER.
           MOVE "N" TO WS-DUP-FOUND.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM CHECK-REGISTER-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE REG-FILE
           END-IF.

       CHECK-REGISTER-RECORD.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF REG-BATCH-ID EQUAL TO WS-BATCH-ID
                           AND NOT REG-REVERSED
                       MOVE "Y" TO WS-DUP-FOUND
                   END-IF
           END-READ.

       KEY-ONE-READING.
           IF WS-KT-USED NOT LESS THAN WS-KT-MAX
               DISPLAY "  A batch holds at most " WS-KT-MAX
                   " readings - keying ended; key the rest as a "
                   "second batch."
               MOVE "Y" TO WS-KEY-DONE
           ELSE
               COMPUTE WS-SEQ-ED = WS-KT-USED + 1
               DISPLAY "Reading " WS-SEQ-ED
               PERFORM ACCEPT-READING
               IF WS-IN-ACTION EQUAL TO "E"
                   MOVE "Y" TO WS-KEY-DONE
               ELSE
                   ADD 1 TO WS-KT-USED
                   ADD 1 TO WS-KEYED-COUNT
                   MOVE "Y" TO WS-KT-KEYED(WS-KT-USED)
                   MOVE WS-IN-DEPT TO WS-KT-DEPT(WS-KT-USED)
                   MOVE WS-IN-DATE TO WS-KT-DATE(WS-KT-USED)
                   MOVE WS-IN-VALUE TO WS-KT-VALUE(WS-KT-USED)
                   MOVE "N" TO WS-KT-V-KEYED(WS-KT-USED)
                   MOVE SPACES TO WS-KT-V-DEPT(WS-KT-USED)
                   MOVE 0 TO WS-KT-V-DATE(WS-KT-USED)
                   MOVE 0 TO WS-KT-V-VALUE(WS-KT-USED)
                   MOVE "K" TO WS-KT-STATE(WS-KT-USED)
               END-IF
           END-IF.

      * V - a second operator re-keys the batch blind to verify it.
       VERIFY-BATCH.
           DISPLAY "Batch ID to verify? " WITH NO ADVANCING.
           PERFORM ACCEPT-BATCH-ID.
           PERFORM OPEN-EXISTING-BATCH.
           IF NOT KC-KEYED
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "batch " FUNCTION TRIM(WS-BATCH-ID)
                   " is not waiting for "
                   "its verify keying"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           PERFORM LOAD-KEY-WORK.
           DISPLAY "Batch " WS-BATCH-ID " department " WS-BATCH-DEPT
               " business date " WS-BUS-DATE.
           DISPLAY "Re-key the readings from the tally; END at the "
               "department prompt when done.".
           MOVE "K" TO WS-ENTRY-MODE.
           MOVE 0 TO WS-V-USED.
           MOVE "N" TO WS-KEY-DONE.
           PERFORM VERIFY-ONE-READING
               UNTIL WS-KEY-DONE EQUAL TO "Y".
           MOVE 0 TO WS-DIFF-COUNT.
           PERFORM COMPARE-READING
               VARYING WS-KTX FROM 1 BY 1
               UNTIL WS-KTX GREATER THAN WS-KT-USED.
           MOVE WS-KC-RAW(WS-KC-SLOT) TO KC-RECORD.
           MOVE WS-OPERATOR TO KC-VER-OPER.
           MOVE WS-START-STAMP TO KC-VER-TS.
           MOVE WS-DIFF-COUNT TO KC-DIFFS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           IF WS-DIFF-COUNT EQUAL TO 0
               MOVE "  Every reading agrees with the first keying."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               PERFORM RELEASE-BATCH
           ELSE
               MOVE "D" TO KC-STATUS
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  Seq  First keying                "
                   "Verify keying"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               PERFORM PRINT-DIFFERENCE
                   VARYING WS-KTX FROM 1 BY 1
                   UNTIL WS-KTX GREATER THAN WS-KT-USED
               MOVE SPACES TO WS-OUTCOME
               MOVE WS-DIFF-COUNT TO WS-COUNT-ED
               STRING "HELD - " FUNCTION TRIM(WS-COUNT-ED)
                   " READINGS IN DIFFERENCE, RESOLVE THEM (R)"
                   DELIMITED BY SIZE INTO WS-OUTCOME
               DISPLAY "KEYENTRY: " FUNCTION TRIM(WS-COUNT-ED)
                   " readings differ "
                   "from the first keying - batch held until they "
                   "are resolved (R)."
           END-IF.
           MOVE KC-RECORD TO WS-KC-RAW(WS-KC-SLOT).
           PERFORM WRITE-KEY-WORK.
           PERFORM PRINT-OUTCOME.
           CLOSE PRINT-FILE.

      * The verify keying fills the second side of the readings in
      * order; a reading past the end of the first keying is a line
      * only the verifier keyed.
       VERIFY-ONE-READING.
           IF WS-V-USED NOT LESS THAN WS-KT-MAX
               DISPLAY "  A batch holds at most " WS-KT-MAX
                   " readings - keying ended."
               MOVE "Y" TO WS-KEY-DONE
           ELSE
               COMPUTE WS-SEQ-ED = WS-V-USED + 1
               DISPLAY "Reading " WS-SEQ-ED
               PERFORM ACCEPT-READING
               IF WS-IN-ACTION EQUAL TO "E"
                   MOVE "Y" TO WS-KEY-DONE
               ELSE
                   ADD 1 TO WS-V-USED
                   ADD 1 TO WS-KEYED-COUNT
                   IF WS-V-USED GREATER THAN WS-KT-USED
                       MOVE WS-V-USED TO WS-KT-USED
                       MOVE "N" TO WS-KT-KEYED(WS-V-USED)
                       MOVE SPACES TO WS-KT-DEPT(WS-V-USED)
                       MOVE 0 TO WS-KT-DATE(WS-V-USED)
                       MOVE 0 TO WS-KT-VALUE(WS-V-USED)
                   END-IF
                   MOVE "Y" TO WS-KT-V-KEYED(WS-V-USED)
                   MOVE WS-IN-DEPT TO WS-KT-V-DEPT(WS-V-USED)
                   MOVE WS-IN-DATE TO WS-KT-V-DATE(WS-V-USED)
                   MOVE WS-IN-VALUE TO WS-KT-V-VALUE(WS-V-USED)
               END-IF
           END-IF.

       COMPARE-READING.
           IF WS-KT-KEYED(WS-KTX) EQUAL TO "Y"
                   AND WS-KT-V-KEYED(WS-KTX) EQUAL TO "Y"
                   AND WS-KT-DEPT(WS-KTX) EQUAL TO WS-KT-V-DEPT(WS-KTX)
                   AND WS-KT-DATE(WS-KTX) EQUAL TO WS-KT-V-DATE(WS-KTX)
                   AND WS-KT-VALUE(WS-KTX)
                       EQUAL TO WS-KT-V-VALUE(WS-KTX)
               MOVE "M" TO WS-KT-STATE(WS-KTX)
           ELSE
               MOVE "D" TO WS-KT-STATE(WS-KTX)
               ADD 1 TO WS-DIFF-COUNT
           END-IF.

      * R - resolve the readings in difference against the tally.
       RESOLVE-BATCH.
           DISPLAY "Batch ID to resolve? " WITH NO ADVANCING.
           PERFORM ACCEPT-BATCH-ID.
           PERFORM OPEN-EXISTING-BATCH.
           IF NOT KC-DIFFERENCES
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "batch " FUNCTION TRIM(WS-BATCH-ID)
                   " has no differences "
                   "to resolve"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           PERFORM LOAD-KEY-WORK.
           DISPLAY "Batch " WS-BATCH-ID " department " WS-BATCH-DEPT
               " business date " WS-BUS-DATE.
           DISPLAY "For each reading key the value on the tally, "
               "DROP a line not on it, or SKIP to leave it.".
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Seq  Resolution"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "R" TO WS-ENTRY-MODE.
           MOVE 0 TO WS-DIFF-COUNT.
           PERFORM RESOLVE-READING
               VARYING WS-KTX FROM 1 BY 1
               UNTIL WS-KTX GREATER THAN WS-KT-USED.
           MOVE WS-KC-RAW(WS-KC-SLOT) TO KC-RECORD.
           MOVE WS-DIFF-COUNT TO KC-DIFFS.
           IF WS-DIFF-COUNT EQUAL TO 0
               PERFORM RELEASE-BATCH
           ELSE
               MOVE SPACES TO WS-OUTCOME
               MOVE WS-DIFF-COUNT TO WS-COUNT-ED
               STRING "HELD - " FUNCTION TRIM(WS-COUNT-ED)
                   " READINGS STILL IN DIFFERENCE"
                   DELIMITED BY SIZE INTO WS-OUTCOME
               DISPLAY "KEYENTRY: " FUNCTION TRIM(WS-COUNT-ED)
                   " readings still "
                   "in difference - batch held."
           END-IF.
           MOVE KC-RECORD TO WS-KC-RAW(WS-KC-SLOT).
           PERFORM WRITE-KEY-WORK.
           PERFORM PRINT-OUTCOME.
           CLOSE PRINT-FILE.

       RESOLVE-READING.
           IF WS-KT-STATE(WS-KTX) EQUAL TO "D"
               PERFORM SHOW-BOTH-KEYINGS
               DISPLAY "Reading " WS-SEQ-ED
               DISPLAY "  first keying:  " WS-FIRST-X
               DISPLAY "  verify keying: " WS-SECOND-X
               MOVE "N" TO WS-RESOLVED
               PERFORM ACCEPT-RESOLUTION
                   UNTIL WS-RESOLVED EQUAL TO "Y"
               MOVE SPACES TO WS-PRINT-LINE
               EVALUATE WS-KT-STATE(WS-KTX)
                   WHEN "C"
                       ADD 1 TO WS-RESOLVE-COUNT
                       MOVE WS-KT-VALUE(WS-KTX) TO WS-VALUE-ED
                       STRING WS-SEQ-ED "  CORRECTED to "
                           WS-KT-DEPT(WS-KTX) " " WS-KT-DATE(WS-KTX)
                           " " WS-VALUE-ED
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WHEN "X"
                       ADD 1 TO WS-DROP-COUNT
                       STRING WS-SEQ-ED "  DROPPED - not on the "
                           "tally"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WHEN OTHER
                       ADD 1 TO WS-DIFF-COUNT
                       STRING WS-SEQ-ED "  LEFT IN DIFFERENCE"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-EVALUATE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       was " WS-FIRST-X " / " WS-SECOND-X
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * A corrected reading is shown back and only taken once the
      * operator confirms it against the tally.
       ACCEPT-RESOLUTION.
           PERFORM ACCEPT-READING.
           EVALUATE WS-IN-ACTION
               WHEN "S"
                   MOVE "Y" TO WS-RESOLVED
               WHEN "D"
                   MOVE "X" TO WS-KT-STATE(WS-KTX)
                   MOVE "Y" TO WS-RESOLVED
               WHEN OTHER
                   MOVE WS-IN-VALUE TO WS-VALUE-ED
                   DISPLAY "  Take " WS-IN-DEPT " " WS-IN-DATE " "
                       WS-VALUE-ED " (Y/N)? " WITH NO ADVANCING
                   MOVE SPACES TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL TO "Y"
                           OR WS-CONFIRM EQUAL TO "y"
                       MOVE "Y" TO WS-KT-KEYED(WS-KTX)
                       MOVE WS-IN-DEPT TO WS-KT-DEPT(WS-KTX)
                       MOVE WS-IN-DATE TO WS-KT-DATE(WS-KTX)
                       MOVE WS-IN-VALUE TO WS-KT-VALUE(WS-KTX)
                       MOVE "C" TO WS-KT-STATE(WS-KTX)
                       MOVE "Y" TO WS-RESOLVED
                       ADD 1 TO WS-KEYED-COUNT
                   END-IF
           END-EVALUATE.

      * Reading entry with field-level edits, shared by all three
      * functions. WS-IN-ACTION comes back "R" with a reading, "E"
      * for END (keying), "S" for SKIP or "D" for DROP (resolving).
       ACCEPT-READING.
           MOVE "N" TO WS-FIELD-OK.
           PERFORM ACCEPT-READING-DEPT
               UNTIL WS-FIELD-OK EQUAL TO "Y".
           IF WS-IN-ACTION EQUAL TO "R"
               MOVE "N" TO WS-FIELD-OK
               PERFORM ACCEPT-READING-DATE
                   UNTIL WS-FIELD-OK EQUAL TO "Y"
               MOVE "N" TO WS-FIELD-OK
               PERFORM ACCEPT-READING-VALUE
                   UNTIL WS-FIELD-OK EQUAL TO "Y"
           END-IF.

       ACCEPT-READING-DEPT.
           IF WS-ENTRY-MODE EQUAL TO "R"
               DISPLAY "  Department (blank for " WS-BATCH-DEPT
                   ", DROP, or SKIP)? " WITH NO ADVANCING
           ELSE
               DISPLAY "  Department (blank for " WS-BATCH-DEPT
                   ", END when done)? " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-DEPT-ENTRY.
           ACCEPT WS-DEPT-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-ENTRY) TO WS-DEPT-ENTRY.
           MOVE "R" TO WS-IN-ACTION.
           EVALUATE TRUE
               WHEN WS-DEPT-ENTRY EQUAL TO "END"
                       AND WS-ENTRY-MODE EQUAL TO "K"
                   MOVE "E" TO WS-IN-ACTION
                   MOVE "Y" TO WS-FIELD-OK
               WHEN WS-DEPT-ENTRY EQUAL TO "SKIP"
                       AND WS-ENTRY-MODE EQUAL TO "R"
                   MOVE "S" TO WS-IN-ACTION
                   MOVE "Y" TO WS-FIELD-OK
               WHEN WS-DEPT-ENTRY EQUAL TO "DROP"
                       AND WS-ENTRY-MODE EQUAL TO "R"
                   MOVE "D" TO WS-IN-ACTION
                   MOVE "Y" TO WS-FIELD-OK
               WHEN WS-DEPT-ENTRY EQUAL TO SPACES
                   MOVE WS-BATCH-DEPT TO WS-IN-DEPT
                   MOVE "Y" TO WS-FIELD-OK
               WHEN OTHER
                   MOVE WS-DEPT-ENTRY(1:4) TO WS-FIND-DEPT
                   PERFORM CHECK-DEPT
                   IF WS-DEPT-ENTRY(5:4) NOT EQUAL TO SPACES
                       MOVE "N" TO WS-DEPT-OK
                   END-IF
                   IF WS-DEPT-OK EQUAL TO "Y"
                       MOVE WS-FIND-DEPT TO WS-IN-DEPT
                       MOVE "Y" TO WS-FIELD-OK
                   ELSE
                       ADD 1 TO WS-EDIT-ERRORS
                       DISPLAY "  Not an active DEPTMAST department "
                           "- again."
                   END-IF
           END-EVALUATE.

      * A reading dated after the batch's business date belongs to a
      * later cycle and is refused; an earlier date is allowed and
      * averages as a late arrival, as it would from a transmission.
       ACCEPT-READING-DATE.
           DISPLAY "  Reading date (YYYYMMDD, blank for " WS-BUS-DATE
               ")? " WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY EQUAL TO SPACES
               MOVE WS-BUS-DATE TO WS-IN-DATE
               MOVE "Y" TO WS-FIELD-OK
           ELSE
               PERFORM EDIT-DATE-ENTRY
               IF WS-DATE-VALID EQUAL TO "Y"
                       AND WS-CHECK-DATE GREATER THAN WS-BUS-DATE
                   MOVE "N" TO WS-DATE-VALID
               END-IF
               IF WS-DATE-VALID EQUAL TO "Y"
                   MOVE WS-CHECK-DATE TO WS-IN-DATE
                   MOVE "Y" TO WS-FIELD-OK
               ELSE
                   ADD 1 TO WS-EDIT-ERRORS
                   DISPLAY "  A calendar date YYYYMMDD not after "
                       WS-BUS-DATE " - again."
               END-IF
           END-IF.

       EDIT-DATE-ENTRY.
           MOVE "N" TO WS-DATE-VALID.
           IF WS-DATE-ENTRY(1:8) IS NUMERIC
                   AND WS-DATE-ENTRY(9:2) EQUAL TO SPACES
               MOVE WS-DATE-ENTRY(1:8) TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
           END-IF.

       CHECK-CALENDAR-DATE.
           MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-YEAR.
           MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MONTH.
           MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DAY.
           EVALUATE WS-CHECK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD(WS-CHECK-YEAR, 4) EQUAL TO 0
                           AND (FUNCTION MOD(WS-CHECK-YEAR, 100)
                                   NOT EQUAL TO 0
                                OR FUNCTION MOD(WS-CHECK-YEAR, 400)
                                   EQUAL TO 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           IF WS-CHECK-YEAR GREATER THAN 1900
                   AND WS-CHECK-MONTH NOT LESS THAN 1
                   AND WS-CHECK-MONTH NOT GREATER THAN 12
                   AND WS-CHECK-DAY NOT LESS THAN 1
                   AND WS-CHECK-DAY NOT GREATER THAN WS-MONTH-DAYS
               MOVE "Y" TO WS-DATE-VALID
           END-IF.

      * The value must fit the NUMDATA detail's S9(5)V99: an optional
      * leading minus, at most five whole digits, at most two
      * decimals, nothing else.
       ACCEPT-READING-VALUE.
           DISPLAY "  Value (e.g. 10.00 or -3.50)? " WITH NO ADVANCING.
           MOVE SPACES TO WS-VALUE-ENTRY.
           ACCEPT WS-VALUE-ENTRY.
           MOVE "N" TO WS-VAL-STARTED.
           MOVE "N" TO WS-VAL-ENDED.
           MOVE "N" TO WS-VAL-BAD.
           MOVE 0 TO WS-VAL-DOTS.
           MOVE 0 TO WS-VAL-INT-DIGITS.
           MOVE 0 TO WS-VAL-DEC-DIGITS.
           PERFORM CHECK-VALUE-CHAR
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN 12.
           IF WS-VAL-INT-DIGITS + WS-VAL-DEC-DIGITS EQUAL TO 0
                   OR WS-VAL-DOTS GREATER THAN 1
                   OR WS-VAL-INT-DIGITS GREATER THAN 5
                   OR WS-VAL-DEC-DIGITS GREATER THAN 2
               MOVE "Y" TO WS-VAL-BAD
           END-IF.
           IF WS-VAL-BAD EQUAL TO "Y"
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY "  Readings are up to 99999.99 - again."
           ELSE
               COMPUTE WS-IN-VALUE = FUNCTION NUMVAL(WS-VALUE-ENTRY)
               MOVE "Y" TO WS-FIELD-OK
           END-IF.

       CHECK-VALUE-CHAR.
           EVALUATE TRUE
               WHEN WS-VALUE-ENTRY(WS-EX:1) EQUAL TO SPACE
                   IF WS-VAL-STARTED EQUAL TO "Y"
                       MOVE "Y" TO WS-VAL-ENDED
                   END-IF
               WHEN WS-VAL-ENDED EQUAL TO "Y"
                   MOVE "Y" TO WS-VAL-BAD
               WHEN WS-VALUE-ENTRY(WS-EX:1) EQUAL TO "-"
                   IF WS-VAL-STARTED EQUAL TO "Y"
                       MOVE "Y" TO WS-VAL-BAD
                   END-IF
                   MOVE "Y" TO WS-VAL-STARTED
               WHEN WS-VALUE-ENTRY(WS-EX:1) IS NUMERIC
                   MOVE "Y" TO WS-VAL-STARTED
                   IF WS-VAL-DOTS EQUAL TO 0
                       ADD 1 TO WS-VAL-INT-DIGITS
                   ELSE
                       ADD 1 TO WS-VAL-DEC-DIGITS
                   END-IF
               WHEN WS-VALUE-ENTRY(WS-EX:1) EQUAL TO "."
                   MOVE "Y" TO WS-VAL-STARTED
                   ADD 1 TO WS-VAL-DOTS
               WHEN OTHER
                   MOVE "Y" TO WS-VAL-BAD
           END-EVALUATE.

      * KEYWORK work file and the release to NUMSTAGE.<dept>.
       LOAD-KEY-WORK.
           MOVE 0 TO WS-KT-USED.
           OPEN INPUT KW-FILE.
           IF WS-KW-STATUS NOT EQUAL TO "00"
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "cannot open " FUNCTION TRIM(WS-WORK-FILENAME)
                   " (status " WS-KW-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM REFUSE-FUNCTION
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM LOAD-KEY-WORK-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           CLOSE KW-FILE.

       LOAD-KEY-WORK-RECORD.
           READ KW-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-KT-USED LESS THAN WS-KT-MAX
                       ADD 1 TO WS-KT-USED
                       MOVE KW-KEYED TO WS-KT-KEYED(WS-KT-USED)
                       MOVE KW-DEPT TO WS-KT-DEPT(WS-KT-USED)
                       MOVE KW-READ-DATE TO WS-KT-DATE(WS-KT-USED)
                       MOVE KW-VALUE TO WS-KT-VALUE(WS-KT-USED)
                       MOVE KW-V-KEYED TO WS-KT-V-KEYED(WS-KT-USED)
                       MOVE KW-V-DEPT TO WS-KT-V-DEPT(WS-KT-USED)
                       MOVE KW-V-READ-DATE
                           TO WS-KT-V-DATE(WS-KT-USED)
                       MOVE KW-V-VALUE TO WS-KT-V-VALUE(WS-KT-USED)
                       MOVE KW-STATE TO WS-KT-STATE(WS-KT-USED)
                   END-IF
           END-READ.

      * Rewritten whole after every function; the count and hash are
      * those of the first keying (with any resolutions), which is
      * what a release stages.
       WRITE-KEY-WORK.
           MOVE 0 TO WS-STAGE-COUNT.
           MOVE 0 TO WS-STAGE-HASH.
           OPEN OUTPUT KW-FILE.
           PERFORM WRITE-KEY-WORK-RECORD
               VARYING WS-KTX FROM 1 BY 1
               UNTIL WS-KTX GREATER THAN WS-KT-USED.
           CLOSE KW-FILE.

       WRITE-KEY-WORK-RECORD.
           MOVE WS-KTX TO KW-SEQ.
           MOVE WS-KT-KEYED(WS-KTX) TO KW-KEYED.
           MOVE WS-KT-DEPT(WS-KTX) TO KW-DEPT.
           MOVE WS-KT-DATE(WS-KTX) TO KW-READ-DATE.
           MOVE WS-KT-VALUE(WS-KTX) TO KW-VALUE.
           MOVE WS-KT-V-KEYED(WS-KTX) TO KW-V-KEYED.
           MOVE WS-KT-V-DEPT(WS-KTX) TO KW-V-DEPT.
           MOVE WS-KT-V-DATE(WS-KTX) TO KW-V-READ-DATE.
           MOVE WS-KT-V-VALUE(WS-KTX) TO KW-V-VALUE.
           MOVE WS-KT-STATE(WS-KTX) TO KW-STATE.
           WRITE KW-RECORD.
           IF WS-KT-KEYED(WS-KTX) EQUAL TO "Y"
                   AND WS-KT-STATE(WS-KTX) NOT EQUAL TO "X"
               ADD 1 TO WS-STAGE-COUNT
               ADD WS-KT-VALUE(WS-KTX) TO WS-STAGE-HASH
           END-IF.

      * Staged the way NUMINTAK stages an accepted transmission.
      * A NUMSTAGE.<dept> still staged is another batch waiting for
      * the averaging window, so this one is held in "D" with no
      * reading in difference; R on it tries the release again.
       RELEASE-BATCH.
           MOVE SPACES TO WS-STAGE-FILENAME.
           STRING "NUMSTAGE." WS-BATCH-DEPT
               DELIMITED BY SIZE INTO WS-STAGE-FILENAME.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS EQUAL TO "00"
               CLOSE STAGE-FILE
               MOVE "Y" TO WS-RELEASE-HELD
               MOVE "D" TO KC-STATUS
               MOVE SPACES TO WS-OUTCOME
               STRING "HELD - " FUNCTION TRIM(WS-STAGE-FILENAME)
                   " STILL STAGED, RELEASE WITH R LATER"
                   DELIMITED BY SIZE INTO WS-OUTCOME
               DISPLAY "KEYENTRY: "
                   FUNCTION TRIM(WS-STAGE-FILENAME)
                   " is still staged - batch "
                   FUNCTION TRIM(WS-BATCH-ID)
                   " held; release it with R once it is consumed."
           ELSE
               PERFORM STAGE-BATCH
           END-IF.

       STAGE-BATCH.
           MOVE 0 TO WS-STAGE-COUNT.
           MOVE 0 TO WS-STAGE-HASH.
           OPEN OUTPUT STAGE-FILE.
           MOVE SPACES TO NUM-RECORD.
           MOVE "H" TO NUM-REC-TYPE.
           MOVE WS-BATCH-ID TO NUM-HDR-BATCH-ID.
           MOVE WS-BATCH-DEPT TO NUM-HDR-DEPT.
           MOVE WS-BUS-DATE TO NUM-HDR-BUS-DATE.
           WRITE STAGE-RECORD FROM NUM-RECORD-RAW.
           PERFORM STAGE-ONE-READING
               VARYING WS-KTX FROM 1 BY 1
               UNTIL WS-KTX GREATER THAN WS-KT-USED.
           MOVE SPACES TO NUM-RECORD.
           MOVE "T" TO NUM-REC-TYPE.
           MOVE WS-STAGE-COUNT TO NUM-TRL-COUNT.
           MOVE WS-STAGE-HASH TO NUM-TRL-HASH.
           WRITE STAGE-RECORD FROM NUM-RECORD-RAW.
           CLOSE STAGE-FILE.
           MOVE "R" TO KC-STATUS.
           MOVE WS-STAGE-COUNT TO KC-COUNT.
           MOVE WS-STAGE-HASH TO KC-HASH.
           MOVE WS-START-STAMP TO KC-REL-TS.
           MOVE SPACES TO WS-OUTCOME.
           STRING "RELEASED TO " FUNCTION TRIM(WS-STAGE-FILENAME)
               DELIMITED BY SIZE INTO WS-OUTCOME.
           DISPLAY "KEYENTRY: batch " FUNCTION TRIM(WS-BATCH-ID)
               " released to "
               FUNCTION TRIM(WS-STAGE-FILENAME) ".".

       STAGE-ONE-READING.
           IF WS-KT-STATE(WS-KTX) EQUAL TO "M"
                   OR WS-KT-STATE(WS-KTX) EQUAL TO "C"
               MOVE SPACES TO NUM-RECORD
               MOVE "D" TO NUM-REC-TYPE
               MOVE WS-KT-DEPT(WS-KTX) TO NUM-DEPT
               MOVE WS-KT-DATE(WS-KTX) TO NUM-READ-DATE
               MOVE WS-KT-VALUE(WS-KTX) TO NUM-VALUE
               WRITE STAGE-RECORD FROM NUM-RECORD-RAW
               ADD 1 TO WS-STAGE-COUNT
               ADD WS-KT-VALUE(WS-KTX) TO WS-STAGE-HASH
           END-IF.

      * KEYRPT report headings.
       PRINT-HEADINGS.
           MOVE "Key-Entry and Verify Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Function: " WS-FUNCTION-NAME
               "  Batch: " WS-BATCH-ID
               "  Department: " WS-BATCH-DEPT
               "  Business date: " WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-FUNCTION EQUAL TO "K"
               STRING "Keyed by: " WS-OPERATOR
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "Keyed by: " KC-KEY-OPER
                   "  This session: " WS-OPERATOR
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-KEYED-READING.
           MOVE WS-KTX TO WS-SEQ-ED.
           MOVE WS-KT-VALUE(WS-KTX) TO WS-VALUE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-SEQ-ED "  " WS-KT-DEPT(WS-KTX) "  "
               WS-KT-DATE(WS-KTX) "  " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-DIFFERENCE.
           IF WS-KT-STATE(WS-KTX) EQUAL TO "D"
               PERFORM SHOW-BOTH-KEYINGS
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-SEQ-ED "  " WS-FIRST-X "  " WS-SECOND-X
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       SHOW-BOTH-KEYINGS.
           MOVE WS-KTX TO WS-SEQ-ED.
           MOVE SPACES TO WS-FIRST-X.
           IF WS-KT-KEYED(WS-KTX) EQUAL TO "Y"
               MOVE WS-KT-VALUE(WS-KTX) TO WS-VALUE-ED
               STRING WS-KT-DEPT(WS-KTX) " " WS-KT-DATE(WS-KTX) " "
                   WS-VALUE-ED
                   DELIMITED BY SIZE INTO WS-FIRST-X
           ELSE
               MOVE "(not keyed)" TO WS-FIRST-X
           END-IF.
           MOVE SPACES TO WS-SECOND-X.
           IF WS-KT-V-KEYED(WS-KTX) EQUAL TO "Y"
               MOVE WS-KT-V-VALUE(WS-KTX) TO WS-VALUE2-ED
               STRING WS-KT-V-DEPT(WS-KTX) " " WS-KT-V-DATE(WS-KTX)
                   " " WS-VALUE2-ED
                   DELIMITED BY SIZE INTO WS-SECOND-X
           ELSE
               MOVE "(not keyed)" TO WS-SECOND-X
           END-IF.

       PRINT-OUTCOME.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-KC-RAW(WS-KC-SLOT) TO KC-RECORD.
           MOVE KC-COUNT TO WS-COUNT-ED.
           MOVE KC-HASH TO WS-HASH-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Batch count: " WS-COUNT-ED
               "  Hash total: " WS-HASH-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-KEYED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Readings keyed this session: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE WS-EDIT-ERRORS TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Entries refused at the prompt: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-FUNCTION EQUAL TO "R"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Corrected: " WS-RESOLVE-COUNT
                   "  Dropped: " WS-DROP-COUNT
                   "  Left in difference: " WS-DIFF-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BATCH " WS-BATCH-ID " " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       FILE-KEY-REPORT.
           MOVE WS-BUS-DATE TO WS-RPT-DATE.
           MOVE "KEYRPT" TO WS-RPT-NAME.
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
           MOVE "KEYENTRY" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE SPACES TO JRNL-INPUT.
           STRING WS-FUNCTION-NAME " " WS-BATCH-ID
               DELIMITED BY SIZE INTO JRNL-INPUT.
           MOVE WS-KEYED-COUNT TO JRNL-READ-COUNT.
           MOVE WS-EDIT-ERRORS TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
