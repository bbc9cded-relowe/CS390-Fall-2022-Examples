      * Pre-run backup of the suite's masters that are updated in
      * place - NUMINV, OPERMAST, DEPTMAST, PERIODSUM, BATCHREG, and
      * NUMINVARC - so a bad NUMAPPLY transaction file or a crashed
      * AVGBATCH leaves a copy from before the run to go back to.
      * Run it as the first step of the nightly JOBSTRM stream.
      * Each run is one numbered generation: every master is copied
      * record for record to <master>.G<generation> (NUMINV, being
      * indexed, is unloaded in key order to a sequential copy), the
      * copy is read back and its record count and hash compared
      * with what was copied, and one record per master goes on the
      * BKUPCAT backup catalog (copybook/bkupcat.cpy) with the
      * count, the hash, and VERIFIED, ABSENT (no master to copy),
      * or FAILED. MASTREST restores from the catalog.
      * The number of generations kept is the first two digits of
      * the optional BKUPCTL control file's one record (5 with no
      * BKUPCTL). Once a generation has verified, the copies of
      * generations that fall outside the window are deleted and
      * dropped from the catalog; a run with a FAILED copy deletes
      * nothing, so a bad night never costs a good generation.
      * Both the AVGLOCK and the NUMINVLK interlocks are taken before
      * anything is copied and released at end, so no averaging run
      * or NUMINV writer can change a master halfway through its
      * copy; a run started while either is held is refused, and a
      * crashed run's lock is cleared through LOCKCLR.
      * The BKUPRPT backup report lists each master's copy, count,
      * hash, and verdict and the generations rolled off; it is filed
      * in the report repository through RPTFILE. Every run appends a
      * RUNJRNL record: WARN when a master was absent, FAIL with
      * condition code 8 when a copy failed, a lock was held, or the
      * catalog is too large to rewrite safely or to take this run's
      * entries.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MASTBKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-FILE ASSIGN TO "NUMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INV-STATUS.

           SELECT MST-FILE ASSIGN DYNAMIC WS-MASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT BKF-FILE ASSIGN DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKF-STATUS.

           SELECT BKC-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKC-STATUS.

           SELECT CTL-FILE ASSIGN TO "BKUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinv.cpy".

       FD  MST-FILE
           LABEL RECORDS ARE OMITTED.
          01 MST-RECORD PIC X(80).

       FD  BKF-FILE
           LABEL RECORDS ARE OMITTED.
          01 BKF-RECORD PIC X(80).

       FD  BKC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "bkupcat.cpy".

       FD  CTL-FILE
           LABEL RECORDS ARE OMITTED.
          01 CTL-RECORD.
             05 CTL-KEEP      PIC 9(2).

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
          01 WS-INV-STATUS   PIC XX.
          01 WS-MST-STATUS   PIC XX.
          01 WS-BKF-STATUS   PIC XX.
          01 WS-BKC-STATUS   PIC XX.
          01 WS-CTL-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-KEEP         PIC 9(2) VALUE 5.

      * The master being copied: its name, its record length (the
      * bytes the hash covers), and the generation dataset name.
          01 WS-DX           PIC 9.
          01 WS-DATASET      PIC X(10).
          01 WS-MASTER-NAME  PIC X(20).
          01 WS-COPY-NAME    PIC X(20).
          01 WS-REC-LEN      PIC 9(3).
          01 WS-DATA         PIC X(80).
          01 WS-BX           PIC 9(3).
          01 WS-REC-SUM      PIC 9(9).
          01 WS-HASH         PIC 9(15).
          01 WS-COUNT        PIC 9(9).
          01 WS-COPY-HASH    PIC 9(15).
          01 WS-COPY-COUNT   PIC 9(9).
          01 WS-VERDICT      PIC X.
          01 WS-VERDICT-TEXT PIC X(8).

          01 WS-GENERATION   PIC 9(4) VALUE 0.
          01 WS-CUTOFF-GEN   PIC S9(5).
          01 WS-COPIED       PIC 9(7) VALUE 0.
          01 WS-ABSENT       PIC 9(3) VALUE 0.
          01 WS-FAILED       PIC 9(3) VALUE 0.
          01 WS-ROLLED       PIC 9(5) VALUE 0.
          01 WS-ROLLED-GEN   PIC 9(4) VALUE 0.

      * The catalog is held in full and rewritten at end.
          01 WS-CAT-MAX      PIC 9(4) VALUE 600.
          01 WS-CAT-USED     PIC 9(4) VALUE 0.
          01 WS-CAT-OVERFLOW PIC X VALUE "N".
          01 WS-CX           PIC 9(4).
          01 WS-CAT-TABLE.
             05 WS-CAT-ENTRY OCCURS 600 TIMES.
                10 WS-CT-GENERATION PIC 9(4).
                10 WS-CT-REST       PIC X(77).

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X.
          01 WS-AVG-LOCKED   PIC X VALUE "N".
          01 WS-INV-LOCKED   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20).
          01 WS-SAVED-RC     PIC S9(4).

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(8)9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "MASTBKUP".

       PROCEDURE DIVISION.
       Mastbkup.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-KEEP.
           PERFORM TAKE-RUN-LOCKS.
           IF WS-AVG-LOCKED NOT EQUAL TO "Y"
                   OR WS-INV-LOCKED NOT EQUAL TO "Y"
               PERFORM RELEASE-RUN-LOCKS
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG.
      * The run adds one catalog entry per master, so the table must
      * have room for all six before anything is copied.
           IF WS-CAT-OVERFLOW EQUAL TO "Y"
                   OR WS-CAT-USED GREATER THAN WS-CAT-MAX - 6
               DISPLAY "MASTBKUP: BKUPCAT has no room for this "
                   "run's 6 entries within " WS-CAT-MAX
                   " - reduce the generations kept or prune BKUPCAT."
                   " Nothing copied."
               PERFORM RELEASE-RUN-LOCKS
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           IF WS-GENERATION EQUAL TO 9999
               MOVE 1 TO WS-GENERATION
           ELSE
               ADD 1 TO WS-GENERATION
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Master File Backup Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Generation: " WS-GENERATION
               "  Date: " WS-TODAY
               "  Keeping: " WS-KEEP " generations"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Master     Copy                    Records"
               TO WS-PRINT-LINE.
           MOVE "Hash            Verdict" TO WS-PRINT-LINE(44:23).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM BACKUP-DATASET
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX GREATER THAN 6.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-FAILED EQUAL TO 0
               PERFORM ROLL-OFF-GENERATIONS
           ELSE
               MOVE "A copy FAILED - no generation rolled off."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           PERFORM REWRITE-CATALOG.
           CLOSE PRINT-FILE.
           MOVE "BKUPRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-FAILED GREATER THAN 0
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ABSENT GREATER THAN 0
                   MOVE "WARN" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "GOOD" TO WS-RUN-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM RELEASE-RUN-LOCKS.
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

       LOAD-KEEP.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS EQUAL TO "00"
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-KEEP IS NUMERIC
                               AND CTL-KEEP GREATER THAN 0
                           MOVE CTL-KEEP TO WS-KEEP
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.

      * The newest generation on the catalog is the one written
      * last, so the next is one past the last record read.
       LOAD-CATALOG.
           OPEN INPUT BKC-FILE.
           IF WS-BKC-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-CATALOG-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE BKC-FILE
           END-IF.

       LOAD-CATALOG-RECORD.
           READ BKC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-CAT-USED LESS THAN WS-CAT-MAX
                       ADD 1 TO WS-CAT-USED
                       MOVE BKC-RECORD TO WS-CAT-ENTRY(WS-CAT-USED)
                       IF BKC-GENERATION IS NUMERIC
                           MOVE BKC-GENERATION TO WS-GENERATION
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-CAT-OVERFLOW
                   END-IF
           END-READ.

       SET-DATASET.
           EVALUATE WS-DX
               WHEN 1
                   MOVE "NUMINV" TO WS-DATASET
                   MOVE 43 TO WS-REC-LEN
               WHEN 2
                   MOVE "OPERMAST" TO WS-DATASET
                   MOVE 47 TO WS-REC-LEN
               WHEN 3
                   MOVE "DEPTMAST" TO WS-DATASET
                   MOVE 33 TO WS-REC-LEN
               WHEN 4
                   MOVE "PERIODSUM" TO WS-DATASET
                   MOVE 56 TO WS-REC-LEN
               WHEN 5
                   MOVE "BATCHREG" TO WS-DATASET
                   MOVE 43 TO WS-REC-LEN
               WHEN 6
                   MOVE "NUMINVARC" TO WS-DATASET
                   MOVE 51 TO WS-REC-LEN
           END-EVALUATE.
           MOVE WS-DATASET TO WS-MASTER-NAME.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-DATASET DELIMITED BY SPACE
               ".G" WS-GENERATION DELIMITED BY SIZE
               INTO WS-COPY-NAME.

       BACKUP-DATASET.
           PERFORM SET-DATASET.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-HASH.
           MOVE "V" TO WS-VERDICT.
           IF WS-DX EQUAL TO 1
               PERFORM COPY-INVENTORY
           ELSE
               PERFORM COPY-MASTER
           END-IF.
           IF WS-VERDICT EQUAL TO "V"
               PERFORM VERIFY-COPY
           END-IF.
           EVALUATE WS-VERDICT
               WHEN "V"
                   MOVE "VERIFIED" TO WS-VERDICT-TEXT
                   ADD WS-COUNT TO WS-COPIED
               WHEN "M"
                   MOVE "ABSENT" TO WS-VERDICT-TEXT
                   ADD 1 TO WS-ABSENT
               WHEN OTHER
                   MOVE "FAILED" TO WS-VERDICT-TEXT
                   ADD 1 TO WS-FAILED
           END-EVALUATE.
           PERFORM CATALOG-COPY.
           MOVE WS-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DATASET " " WS-COPY-NAME WS-COUNT-ED
               "  " WS-HASH " " WS-VERDICT-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       COPY-INVENTORY.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS NOT EQUAL TO "00"
               MOVE "M" TO WS-VERDICT
           ELSE
               OPEN OUTPUT BKF-FILE
               MOVE 0 TO INV-NUMBER
               START INV-FILE KEY IS NOT LESS THAN INV-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-SWITCH
               END-START
               PERFORM COPY-INVENTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE BKF-FILE
               CLOSE INV-FILE
           END-IF.

       COPY-INVENTORY-RECORD.
           READ INV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE INV-RECORD TO WS-DATA
                   PERFORM HASH-RECORD
                   ADD 1 TO WS-COUNT
                   WRITE BKF-RECORD FROM WS-DATA
           END-READ.

       COPY-MASTER.
           OPEN INPUT MST-FILE.
           IF WS-MST-STATUS NOT EQUAL TO "00"
               MOVE "M" TO WS-VERDICT
           ELSE
               OPEN OUTPUT BKF-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM COPY-MASTER-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE BKF-FILE
               CLOSE MST-FILE
           END-IF.

       COPY-MASTER-RECORD.
           READ MST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE MST-RECORD TO WS-DATA
                   PERFORM HASH-RECORD
                   ADD 1 TO WS-COUNT
                   WRITE BKF-RECORD FROM WS-DATA
           END-READ.

      * Adds the record in WS-DATA into WS-HASH - see
      * copybook/bkupcat.cpy for the scheme.
       HASH-RECORD.
           MOVE 0 TO WS-REC-SUM.
           PERFORM HASH-BYTE
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX GREATER THAN WS-REC-LEN.
           COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31 + WS-REC-SUM,
               999999999999989).

       HASH-BYTE.
           COMPUTE WS-REC-SUM = WS-REC-SUM +
               FUNCTION ORD(WS-DATA(WS-BX:1)) * WS-BX.

      * The copy is read back and hashed on its own; the hash and
      * count it gives must be the ones taken while copying.
       VERIFY-COPY.
           MOVE WS-HASH TO WS-COPY-HASH.
           MOVE WS-COUNT TO WS-COPY-COUNT.
           MOVE 0 TO WS-HASH.
           MOVE 0 TO WS-COUNT.
           OPEN INPUT BKF-FILE.
           IF WS-BKF-STATUS NOT EQUAL TO "00"
               MOVE "F" TO WS-VERDICT
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM VERIFY-COPY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE BKF-FILE
               IF WS-HASH NOT EQUAL TO WS-COPY-HASH
                       OR WS-COUNT NOT EQUAL TO WS-COPY-COUNT
                   MOVE "F" TO WS-VERDICT
               END-IF
           END-IF.

       VERIFY-COPY-RECORD.
           READ BKF-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE BKF-RECORD TO WS-DATA
                   PERFORM HASH-RECORD
                   ADD 1 TO WS-COUNT
           END-READ.

       CATALOG-COPY.
           MOVE WS-GENERATION TO BKC-GENERATION.
           MOVE WS-DATASET TO BKC-DATASET.
           MOVE WS-COPY-NAME TO BKC-COPY-NAME.
           MOVE WS-START-STAMP TO BKC-TIMESTAMP.
           MOVE WS-OPERATOR TO BKC-OPERATOR.
           MOVE WS-COUNT TO BKC-COUNT.
           MOVE WS-HASH TO BKC-HASH.
           MOVE WS-VERDICT TO BKC-STATUS.
           ADD 1 TO WS-CAT-USED.
           MOVE BKC-RECORD TO WS-CAT-ENTRY(WS-CAT-USED).

      * Generations at or below the cutoff lose their copies and
      * their catalog records (a generation number of zero in the
      * table is not rewritten). A generation numbered above this
      * one is from before the numbering wrapped past 9999, so it
      * is older still.
       ROLL-OFF-GENERATIONS.
           COMPUTE WS-CUTOFF-GEN = WS-GENERATION - WS-KEEP.
           PERFORM ROLL-OFF-ENTRY
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CAT-USED.
           MOVE WS-ROLLED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Copies rolled off: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       ROLL-OFF-ENTRY.
           MOVE WS-CAT-ENTRY(WS-CX) TO BKC-RECORD.
           IF BKC-GENERATION IS NUMERIC
                   AND BKC-GENERATION NOT EQUAL TO 0
                   AND (BKC-GENERATION NOT GREATER THAN WS-CUTOFF-GEN
                   OR BKC-GENERATION GREATER THAN WS-GENERATION)
               IF NOT BKC-ABSENT
                   CALL "CBL_DELETE_FILE" USING BKC-COPY-NAME
               END-IF
               ADD 1 TO WS-ROLLED
               IF BKC-GENERATION NOT EQUAL TO WS-ROLLED-GEN
                   MOVE BKC-GENERATION TO WS-ROLLED-GEN
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "Generation " BKC-GENERATION
                       " of " BKC-TIMESTAMP(1:8) " rolled off"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               END-IF
               MOVE 0 TO WS-CT-GENERATION(WS-CX)
           END-IF.

       REWRITE-CATALOG.
           OPEN OUTPUT BKC-FILE.
           PERFORM REWRITE-CATALOG-ENTRY
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CAT-USED.
           CLOSE BKC-FILE.

       REWRITE-CATALOG-ENTRY.
           IF WS-CT-GENERATION(WS-CX) NOT EQUAL TO 0
               MOVE WS-CAT-ENTRY(WS-CX) TO BKC-RECORD
               WRITE BKC-RECORD
           END-IF.

       TAKE-RUN-LOCKS.
           MOVE "AVGLOCK" TO WS-LOCK-FILENAME.
           PERFORM TAKE-RUN-LOCK.
           MOVE WS-LOCK-TAKEN TO WS-AVG-LOCKED.
           IF WS-AVG-LOCKED EQUAL TO "Y"
               MOVE "NUMINVLK" TO WS-LOCK-FILENAME
               PERFORM TAKE-RUN-LOCK
               MOVE WS-LOCK-TAKEN TO WS-INV-LOCKED
           END-IF.

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
               DISPLAY "MASTBKUP: " WS-LOCK-FILENAME " is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "MASTBKUP: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "MASTBKUP" TO LOCK-PROGRAM
               MOVE WS-START-STAMP TO LOCK-TS
               MOVE WS-OPERATOR TO LOCK-OPERATOR
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE "Y" TO WS-LOCK-TAKEN
           END-IF.

      * CBL_DELETE_FILE resets RETURN-CODE, and the release runs
      * after the run's condition code is set - save and restore it
      * so the scheduler still sees the real completion code.
       RELEASE-RUN-LOCKS.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           IF WS-INV-LOCKED EQUAL TO "Y"
               MOVE "NUMINVLK" TO WS-LOCK-FILENAME
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
               MOVE "N" TO WS-INV-LOCKED
           END-IF.
           IF WS-AVG-LOCKED EQUAL TO "Y"
               MOVE "AVGLOCK" TO WS-LOCK-FILENAME
               CALL "CBL_DELETE_FILE" USING WS-LOCK-FILENAME
               MOVE "N" TO WS-AVG-LOCKED
           END-IF.
           MOVE WS-SAVED-RC TO RETURN-CODE.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "MASTBKUP" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "BKUPCAT" TO JRNL-INPUT.
           MOVE WS-COPIED TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-FAILED + WS-ABSENT.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
