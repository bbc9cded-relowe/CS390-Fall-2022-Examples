      * Restores a master file from a MASTBKUP backup generation.
      * Supervisor-only: the signed-on operator must be on OPERMAST
      * with role "A" and not locked, or the run is refused with
      * FAIL and nothing is touched.
      * The program lists the generations on the BKUPCAT catalog -
      * when each was taken, by whom, and each master's record count
      * and verdict - and asks which generation to restore and which
      * master (blank for every master in the generation). After a
      * Y at the confirmation prompt, both the AVGLOCK and NUMINVLK
      * interlocks are taken, so no averaging run or NUMINV writer
      * can touch a master while it is being replaced, and each
      * chosen master is rebuilt from its generation copy. Only
      * copies cataloged VERIFIED are restored; an ABSENT or FAILED
      * copy is reported and skipped, leaving the live master as it
      * was.
      * Each restored master is then read back and its record count
      * and hash recomputed (the same hash MASTBKUP takes, see
      * copybook/bkupcat.cpy) and compared with the catalog: a match
      * prints VERIFIED, anything else MISMATCH.
      * A NUMINV restore changes number statuses behind the back of
      * the INVJRNL inventory change journal (copybook/invjrnl.cpy),
      * so before the live inventory is replaced its statuses are
      * read into a table, and every number whose status the restore
      * changes is journaled: before and after status, program
      * MASTREST, the supervisor, and reference "RESTORE G" and the
      * generation. A number the restore brings back is journaled
      * with a blank before status, one it drops with a blank after
      * status. If the live inventory exists but cannot be read, the
      * restore still goes ahead, nothing is journaled, the report
      * says so, and the run ends WARN.
      * The RESTRPT restore report is filed in the report repository
      * through RPTFILE, and a RUNJRNL record is appended naming the
      * generation restored as its input: GOOD (also when the
      * restore is cancelled at the prompt), WARN when a copy was
      * skipped or a NUMINV restore could not be journaled, FAIL
      * with condition code 8 on a MISMATCH, a refused operator, or
      * a held lock.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MASTREST.

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

           SELECT OPER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

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

       FD  OPER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "opermast.cpy".

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

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
          01 WS-INV-STATUS   PIC XX.
          01 WS-MST-STATUS   PIC XX.
          01 WS-BKF-STATUS   PIC XX.
          01 WS-BKC-STATUS   PIC XX.
          01 WS-OPER-STATUS  PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-IJ-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-SUPERVISOR   PIC X VALUE "N".
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).

      * What the operator chose.
          01 WS-ENTRY        PIC X(10).
          01 WS-GENERATION   PIC 9(4) VALUE 0.
          01 WS-GEN-FOUND    PIC X VALUE "N".
          01 WS-WANT-DATASET PIC X(10) VALUE SPACES.
          01 WS-DS-FOUND     PIC X VALUE "N".
          01 WS-CONFIRM      PIC X.
          01 WS-LAST-GEN     PIC 9(4) VALUE 0.

      * The master being restored: its name, its record length (the
      * bytes the hash covers), and the generation dataset name.
          01 WS-DATASET      PIC X(10).
          01 WS-MASTER-NAME  PIC X(20).
          01 WS-COPY-NAME    PIC X(20).
          01 WS-REC-LEN      PIC 9(3).
          01 WS-DATA         PIC X(80).
          01 WS-BX           PIC 9(3).
          01 WS-REC-SUM      PIC 9(9).
          01 WS-HASH         PIC 9(15).
          01 WS-COUNT        PIC 9(9).
          01 WS-WRITE-ERRORS PIC 9(7).
          01 WS-VERDICT-TEXT PIC X(8).

      * NUMINV statuses as they stood before the restore, indexed by
      * number + 1: space is not on the master, LOW-VALUE a number
      * the restored copy has already been compared with.
          01 WS-INV-TABLE.
             05 WS-INV-WAS OCCURS 100000 TIMES PIC X.
          01 WS-IX           PIC 9(6).
          01 WS-LIVE-READ    PIC X VALUE "N".
          01 WS-IJ-UNWRITTEN PIC X VALUE "N".
          01 WS-IJ-COUNT     PIC 9(7) VALUE 0.
          01 WS-IJ-STAMP     PIC X(14).
          01 WS-IJ-REF       PIC X(20).

          01 WS-RESTORED     PIC 9(3) VALUE 0.
          01 WS-SKIPPED      PIC 9(3) VALUE 0.
          01 WS-MISMATCHED   PIC 9(3) VALUE 0.
          01 WS-RECORDS      PIC 9(7) VALUE 0.

          01 WS-CAT-MAX      PIC 9(4) VALUE 600.
          01 WS-CAT-USED     PIC 9(4) VALUE 0.
          01 WS-CX           PIC 9(4).
          01 WS-CAT-TABLE.
             05 WS-CAT-ENTRY OCCURS 600 TIMES PIC X(81).

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X.
          01 WS-AVG-LOCKED   PIC X VALUE "N".
          01 WS-INV-LOCKED   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20).
          01 WS-SAVED-RC     PIC S9(4).

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-JRNL-INPUT   PIC X(40) VALUE "BKUPCAT".
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(8)9.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "MASTREST".

       PROCEDURE DIVISION.
       Mastrest.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR.
           IF WS-SUPERVISOR NOT EQUAL TO "Y"
               DISPLAY "MASTREST: operator " WS-OPERATOR " does not "
                   "hold the supervisor role - nothing restored."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG.
           IF WS-CAT-USED EQUAL TO 0
               DISPLAY "MASTREST: no backup generations on BKUPCAT "
                   "- nothing restored."
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "Backup generations on file".
           DISPLAY "Gen  Taken          By       Master     "
               "  Records Verdict".
           PERFORM LIST-ENTRY
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CAT-USED.
           PERFORM GET-CHOICES.
           IF WS-CONFIRM NOT EQUAL TO "Y"
               DISPLAY "MASTREST: restore cancelled - nothing restored."
               MOVE "GOOD" TO WS-RUN-STATUS
               MOVE 0 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM TAKE-RUN-LOCKS.
           IF WS-AVG-LOCKED NOT EQUAL TO "Y"
                   OR WS-INV-LOCKED NOT EQUAL TO "Y"
               PERFORM RELEASE-RUN-LOCKS
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Master File Restore Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Generation: " WS-GENERATION
               "  Date: " WS-TODAY "  Supervisor: " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Master     From copy               Records"
               TO WS-PRINT-LINE.
           MOVE "Hash            Result" TO WS-PRINT-LINE(44:22).
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM RESTORE-ENTRY
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX GREATER THAN WS-CAT-USED.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Restored: " WS-RESTORED
               "  Skipped: " WS-SKIPPED
               "  Mismatched: " WS-MISMATCHED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-LIVE-READ EQUAL TO "Y"
               MOVE WS-IJ-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NUMINV status changes journaled on INVJRNL: "
                   WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           IF WS-IJ-UNWRITTEN EQUAL TO "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** NUMINV could not be read before the "
                   "restore - INVJRNL not written"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           CLOSE PRINT-FILE.
           MOVE "RESTRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-MISMATCHED GREATER THAN 0
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIPPED GREATER THAN 0
                       OR WS-IJ-UNWRITTEN EQUAL TO "Y"
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

       CHECK-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR.
           IF WS-OPERATOR NOT EQUAL TO SPACES
               OPEN INPUT OPER-FILE
               IF WS-OPER-STATUS EQUAL TO "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM CHECK-OPER-RECORD
                       UNTIL WS-EOF-SWITCH EQUAL TO "Y"
                   CLOSE OPER-FILE
               END-IF
           END-IF.

       CHECK-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF OPER-ID EQUAL TO WS-OPERATOR
                       IF FUNCTION UPPER-CASE(OPER-ROLE) EQUAL TO "A"
                               AND NOT OPER-IS-LOCKED
                           MOVE "Y" TO WS-SUPERVISOR
                       END-IF
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

      * MASTBKUP refuses to run with more than WS-CAT-MAX catalog
      * records on file, so the table holds the whole catalog.
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
                   END-IF
           END-READ.

       LIST-ENTRY.
           MOVE WS-CAT-ENTRY(WS-CX) TO BKC-RECORD.
           EVALUATE TRUE
               WHEN BKC-VERIFIED
                   MOVE "VERIFIED" TO WS-VERDICT-TEXT
               WHEN BKC-ABSENT
                   MOVE "ABSENT" TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "FAILED" TO WS-VERDICT-TEXT
           END-EVALUATE.
           MOVE BKC-COUNT TO WS-COUNT-ED.
           IF BKC-GENERATION NOT EQUAL TO WS-LAST-GEN
               MOVE BKC-GENERATION TO WS-LAST-GEN
               DISPLAY BKC-GENERATION " " BKC-TIMESTAMP " "
                   BKC-OPERATOR " " BKC-DATASET " " WS-COUNT-ED " "
                   WS-VERDICT-TEXT
           ELSE
               DISPLAY "                             " BKC-DATASET " "
                   WS-COUNT-ED " " WS-VERDICT-TEXT
           END-IF.

       GET-CHOICES.
           MOVE "N" TO WS-CONFIRM.
           DISPLAY "Generation to restore? " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY(1:4) IS NOT NUMERIC
                   OR WS-ENTRY(5:6) NOT EQUAL TO SPACES
               DISPLAY "MASTREST: a generation is 4 digits."
           ELSE
               MOVE WS-ENTRY(1:4) TO WS-GENERATION
               DISPLAY "Master to restore (blank for all)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRY
               ACCEPT WS-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-WANT-DATASET
               PERFORM FIND-CHOICE
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX GREATER THAN WS-CAT-USED
               IF WS-GEN-FOUND NOT EQUAL TO "Y"
                   DISPLAY "MASTREST: generation " WS-GENERATION
                       " is not on the catalog."
               ELSE
                   IF WS-DS-FOUND NOT EQUAL TO "Y"
                       DISPLAY "MASTREST: " WS-WANT-DATASET
                           " is not in generation " WS-GENERATION "."
                   ELSE
                       PERFORM CONFIRM-RESTORE
                   END-IF
               END-IF
           END-IF.

       FIND-CHOICE.
           MOVE WS-CAT-ENTRY(WS-CX) TO BKC-RECORD.
           IF BKC-GENERATION EQUAL TO WS-GENERATION
               MOVE "Y" TO WS-GEN-FOUND
               IF WS-WANT-DATASET EQUAL TO SPACES
                       OR WS-WANT-DATASET EQUAL TO BKC-DATASET
                   MOVE "Y" TO WS-DS-FOUND
               END-IF
           END-IF.

       CONFIRM-RESTORE.
           IF WS-WANT-DATASET EQUAL TO SPACES
               DISPLAY "Replace every master with generation "
                   WS-GENERATION "? (Y/N) " WITH NO ADVANCING
               MOVE SPACES TO WS-JRNL-INPUT
               STRING "BKUPCAT GENERATION " WS-GENERATION
                   DELIMITED BY SIZE INTO WS-JRNL-INPUT
           ELSE
               DISPLAY "Replace " WS-WANT-DATASET
                   " with generation " WS-GENERATION "? (Y/N) "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-JRNL-INPUT
               STRING WS-WANT-DATASET DELIMITED BY SPACE
                   ".G" WS-GENERATION DELIMITED BY SIZE
                   INTO WS-JRNL-INPUT
           END-IF.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.

       SET-DATASET.
           MOVE BKC-DATASET TO WS-DATASET.
           MOVE BKC-DATASET TO WS-MASTER-NAME.
           MOVE BKC-COPY-NAME TO WS-COPY-NAME.
           EVALUATE WS-DATASET
               WHEN "NUMINV"
                   MOVE 43 TO WS-REC-LEN
               WHEN "OPERMAST"
                   MOVE 47 TO WS-REC-LEN
               WHEN "DEPTMAST"
                   MOVE 33 TO WS-REC-LEN
               WHEN "PERIODSUM"
                   MOVE 56 TO WS-REC-LEN
               WHEN "BATCHREG"
                   MOVE 43 TO WS-REC-LEN
               WHEN OTHER
                   MOVE 51 TO WS-REC-LEN
           END-EVALUATE.

       RESTORE-ENTRY.
           MOVE WS-CAT-ENTRY(WS-CX) TO BKC-RECORD.
           IF BKC-GENERATION EQUAL TO WS-GENERATION
                   AND (WS-WANT-DATASET EQUAL TO SPACES
                   OR WS-WANT-DATASET EQUAL TO BKC-DATASET)
               PERFORM SET-DATASET
               MOVE 0 TO WS-COUNT
               MOVE 0 TO WS-HASH
               IF NOT BKC-VERIFIED
                   ADD 1 TO WS-SKIPPED
                   MOVE "SKIPPED" TO WS-VERDICT-TEXT
               ELSE
                   PERFORM RESTORE-DATASET
               END-IF
               MOVE WS-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-DATASET " " WS-COPY-NAME WS-COUNT-ED
                   "  " WS-HASH " " WS-VERDICT-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * The copy is opened before the master is, so a copy that has
      * gone missing since it was cataloged never empties the live
      * master.
       RESTORE-DATASET.
           MOVE 0 TO WS-WRITE-ERRORS.
           OPEN INPUT BKF-FILE.
           IF WS-BKF-STATUS NOT EQUAL TO "00"
               ADD 1 TO WS-MISMATCHED
               MOVE "NO COPY" TO WS-VERDICT-TEXT
           ELSE
               IF WS-DATASET EQUAL TO "NUMINV"
                   PERFORM LOAD-LIVE-STATUSES
                   OPEN OUTPUT INV-FILE
               ELSE
                   OPEN OUTPUT MST-FILE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM RESTORE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE BKF-FILE
               IF WS-DATASET EQUAL TO "NUMINV"
                   CLOSE INV-FILE
                   PERFORM JOURNAL-DROPPED-NUMBERS
                   PERFORM PROVE-INVENTORY
               ELSE
                   CLOSE MST-FILE
                   PERFORM PROVE-MASTER
               END-IF
               ADD 1 TO WS-RESTORED
               ADD WS-COUNT TO WS-RECORDS
               IF WS-COUNT EQUAL TO BKC-COUNT
                       AND WS-HASH EQUAL TO BKC-HASH
                       AND WS-WRITE-ERRORS EQUAL TO 0
                   MOVE "VERIFIED" TO WS-VERDICT-TEXT
               ELSE
                   ADD 1 TO WS-MISMATCHED
                   MOVE "MISMATCH" TO WS-VERDICT-TEXT
               END-IF
           END-IF.

       RESTORE-RECORD.
           READ BKF-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-DATASET EQUAL TO "NUMINV"
                       MOVE BKF-RECORD TO INV-RECORD
                       WRITE INV-RECORD
                           INVALID KEY
                               ADD 1 TO WS-WRITE-ERRORS
                           NOT INVALID KEY
                               PERFORM JOURNAL-RESTORED-NUMBER
                       END-WRITE
                   ELSE
                       WRITE MST-RECORD FROM BKF-RECORD
                   END-IF
           END-READ.

      * A live inventory that does not exist yet ("35") has nothing
      * to compare with: every restored number is journaled as new.
       LOAD-LIVE-STATUSES.
           MOVE SPACES TO WS-INV-TABLE.
           MOVE "N" TO WS-LIVE-READ.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-LIVE-READ
               MOVE 0 TO INV-NUMBER
               START INV-FILE KEY IS NOT LESS THAN INV-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-SWITCH
               END-START
               PERFORM LOAD-LIVE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE INV-FILE
           ELSE
               IF WS-INV-STATUS EQUAL TO "35"
                   MOVE "Y" TO WS-LIVE-READ
               ELSE
                   DISPLAY "MASTREST: cannot read NUMINV (status "
                       WS-INV-STATUS ") - restore not journaled "
                       "on INVJRNL."
                   MOVE "Y" TO WS-IJ-UNWRITTEN
               END-IF
           END-IF.
           IF WS-LIVE-READ EQUAL TO "Y"
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               MOVE WS-STAMP-DATE TO WS-IJ-STAMP(1:8)
               MOVE WS-STAMP-TIME(1:6) TO WS-IJ-STAMP(9:6)
               MOVE SPACES TO WS-IJ-REF
               STRING "RESTORE G" WS-GENERATION
                   DELIMITED BY SIZE INTO WS-IJ-REF
               OPEN EXTEND IJ-FILE
               IF WS-IJ-STATUS NOT EQUAL TO "00"
                   OPEN OUTPUT IJ-FILE
               END-IF
           END-IF.

       LOAD-LIVE-RECORD.
           READ INV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-IX = INV-NUMBER + 1
                   MOVE INV-STATUS TO WS-INV-WAS(WS-IX)
           END-READ.

       JOURNAL-RESTORED-NUMBER.
           IF WS-LIVE-READ EQUAL TO "Y" AND INV-NUMBER IS NUMERIC
               COMPUTE WS-IX = INV-NUMBER + 1
               IF WS-INV-WAS(WS-IX) NOT EQUAL TO INV-STATUS
                   MOVE INV-NUMBER TO IJ-NUMBER
                   MOVE WS-INV-WAS(WS-IX) TO IJ-BEFORE-STATUS
                   MOVE INV-STATUS TO IJ-AFTER-STATUS
                   PERFORM WRITE-INV-JOURNAL
               END-IF
               MOVE LOW-VALUE TO WS-INV-WAS(WS-IX)
           END-IF.

      * Whatever is left in the table was on the live inventory and
      * is not in the restored generation.
       JOURNAL-DROPPED-NUMBERS.
           IF WS-LIVE-READ EQUAL TO "Y"
               PERFORM JOURNAL-DROPPED-NUMBER
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER THAN 100000
               CLOSE IJ-FILE
           END-IF.

       JOURNAL-DROPPED-NUMBER.
           IF WS-INV-WAS(WS-IX) NOT EQUAL TO SPACE
                   AND WS-INV-WAS(WS-IX) NOT EQUAL TO LOW-VALUE
               COMPUTE IJ-NUMBER = WS-IX - 1
               MOVE WS-INV-WAS(WS-IX) TO IJ-BEFORE-STATUS
               MOVE SPACE TO IJ-AFTER-STATUS
               PERFORM WRITE-INV-JOURNAL
           END-IF.

       WRITE-INV-JOURNAL.
           MOVE "MASTREST" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-IJ-STAMP TO IJ-TIMESTAMP.
           MOVE WS-IJ-REF TO IJ-REFERENCE.
           WRITE IJ-RECORD.
           ADD 1 TO WS-IJ-COUNT.

      * The restored master is read back from the file itself, not
      * from the copy, so the proof covers what was written.
       PROVE-INVENTORY.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS EQUAL TO "00"
               MOVE 0 TO INV-NUMBER
               START INV-FILE KEY IS NOT LESS THAN INV-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-SWITCH
               END-START
               PERFORM PROVE-INVENTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE INV-FILE
           END-IF.

       PROVE-INVENTORY-RECORD.
           READ INV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE INV-RECORD TO WS-DATA
                   PERFORM HASH-RECORD
                   ADD 1 TO WS-COUNT
           END-READ.

       PROVE-MASTER.
           OPEN INPUT MST-FILE.
           IF WS-MST-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM PROVE-MASTER-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE MST-FILE
           END-IF.

       PROVE-MASTER-RECORD.
           READ MST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE MST-RECORD TO WS-DATA
                   PERFORM HASH-RECORD
                   ADD 1 TO WS-COUNT
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
               DISPLAY "MASTREST: " WS-LOCK-FILENAME " is held by "
                   LOCK-PROGRAM " (started " LOCK-TS
                   ", operator " LOCK-OPERATOR ") - run refused."
               DISPLAY "MASTREST: clear a crashed run's lock with "
                   "LOCKCLR."
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE "MASTREST" TO LOCK-PROGRAM
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
           MOVE "MASTREST" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE WS-JRNL-INPUT TO JRNL-INPUT.
           MOVE WS-RECORDS TO JRNL-READ-COUNT.
           COMPUTE JRNL-REJECTED = WS-SKIPPED + WS-MISMATCHED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
