      * touched and released at end, so this program and the other
      * NUMINV writers cannot collide; a leftover lock from a
      * crashed run is cleared through LOCKCLR.
      * Every number posted to NUMINV is also appended to the INVJRNL
      * inventory change journal (copybook/invjrnl.cpy) - not on the
      * master before, allocated after, with the operator, the
      * generation timestamp, and the requestor as the reference.
       IDENTIFICATION DIVISION.
          PROGRAM-ID. Count-User.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
             05 LOCK-TS       PIC X(14).
             05 LOCK-OPERATOR PIC X(8).

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       WORKING-STORAGE SECTION.
           COPY "numrec.cpy".

          01 WS-LOCK-TAKEN   PIC X VALUE "N".
          01 WS-LOCK-FILENAME PIC X(20) VALUE "NUMINVLK".
          01 WS-SAVED-RC     PIC S9(4).
          01 WS-IJ-STATUS    PIC XX.

       PROCEDURE DIVISION.
       Count-User.
           END-IF.
           IF WS-INV-STATUS EQUAL TO "00"
               SET WS-INV-OPEN TO "Y"
               OPEN EXTEND IJ-FILE
               IF WS-IJ-STATUS NOT EQUAL TO "00"
                   OPEN OUTPUT IJ-FILE
               END-IF
           ELSE
               SET WS-INV-OPEN TO "N"
               DISPLAY "Warning: NUMINV not available (status "
       CLOSE-INVENTORY.
           IF WS-INV-OPEN EQUAL TO "Y"
               CLOSE INV-FILE
               CLOSE IJ-FILE
               IF WS-INV-DUPS GREATER THAN 0
                   DISPLAY "Note: " WS-INV-DUPS " number(s) already "
                       "in NUMINV were left as they stand."
                   WRITE INV-RECORD
                       INVALID KEY
                           ADD 1 TO WS-INV-DUPS
                       NOT INVALID KEY
                           PERFORM WRITE-INV-JOURNAL
                   END-WRITE
               END-IF
           END-IF.

       WRITE-INV-JOURNAL.
           MOVE INV-NUMBER TO IJ-NUMBER.
           MOVE SPACE TO IJ-BEFORE-STATUS.
           MOVE INV-STATUS TO IJ-AFTER-STATUS.
           MOVE "COUNTUS2" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-SREG-STAMP TO IJ-TIMESTAMP.
           MOVE WS-REQUESTOR TO IJ-REFERENCE.
           WRITE IJ-RECORD.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
