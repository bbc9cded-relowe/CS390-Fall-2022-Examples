      * touched and released at end, so this program and the other
      * NUMINV writers cannot collide; a leftover lock from a
      * crashed run is cleared through LOCKCLR.
      * Every number advanced to printed is appended to the INVJRNL
      * inventory change journal (copybook/invjrnl.cpy) with the
      * operator and "PRINTCNF" plus the posting date as the
      * reference.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PRNTCONF.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMINVLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       FD  LOCK-FILE
           LABEL RECORDS ARE OMITTED.
          01 LOCK-RECORD.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "NUMINVLK".
          01 WS-SAVED-RC     PIC S9(4).
          01 WS-IJ-STATUS    PIC XX.

       PROCEDURE DIVISION.
       Prntconf.
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND IJ-FILE.
           IF WS-IJ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT IJ-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Print Confirmation Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM POST-CONFIRMATIONS.
           CLOSE INV-FILE.
           CLOSE IJ-FILE.
           PERFORM MATCH-REGISTER.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT-FILE.
                               WS-INV-STATUS ")."
                       NOT INVALID KEY
                           ADD 1 TO WS-CONFIRMED
                           PERFORM WRITE-INV-JOURNAL
                   END-REWRITE
               WHEN INV-PRINTED
                   ADD 1 TO WS-ALREADY
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-EVALUATE.

       WRITE-INV-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE INV-NUMBER TO IJ-NUMBER.
           MOVE "A" TO IJ-BEFORE-STATUS.
           MOVE INV-STATUS TO IJ-AFTER-STATUS.
           MOVE "PRNTCONF" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-STAMP-DATE TO IJ-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO IJ-TIMESTAMP(9:6).
           MOVE SPACES TO IJ-REFERENCE.
           STRING "PRINTCNF " WS-TODAY
               DELIMITED BY SIZE INTO IJ-REFERENCE.
           WRITE IJ-RECORD.

       MATCH-REGISTER.
           IF WS-CNF-STATUS NOT EQUAL TO "00"
               MOVE "No confirmation file - discrepancy check "
