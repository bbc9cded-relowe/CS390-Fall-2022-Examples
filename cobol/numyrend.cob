      * leftover lock from a crashed run is cleared through LOCKCLR.
      * Every run appends a record to the shared RUNJRNL run journal
      * (copybook/runjrnl.cpy).
      * Every number retired is appended to the INVJRNL inventory
      * change journal (copybook/invjrnl.cpy) with its last live
      * status before and "R" (retired to NUMINVARC) after, so the
      * status history of an archived number still ends somewhere.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMYREND.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       WORKING-STORAGE SECTION.
          01 WS-INV-STATUS   PIC XX.
          01 WS-ARC-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-IJ-STATUS    PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X VALUE "N".
           IF WS-ARC-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT ARC-FILE
           END-IF.
           OPEN EXTEND IJ-FILE.
           IF WS-IJ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT IJ-FILE
           END-IF.
           MOVE 0 TO INV-NUMBER.
           START INV-FILE KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY
           PERFORM JUDGE-INVENTORY-RECORD
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           CLOSE ARC-FILE.
           CLOSE IJ-FILE.
           CLOSE INV-FILE.
           PERFORM PRINT-CERTIFICATE.
           MOVE "GOOD" TO WS-RUN-STATUS.
                       INV-NUMBER " (status " WS-INV-STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVED
                   PERFORM WRITE-INV-JOURNAL
           END-DELETE.

       WRITE-INV-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE ARC-NUMBER TO IJ-NUMBER.
           MOVE ARC-STATUS TO IJ-BEFORE-STATUS.
           MOVE "R" TO IJ-AFTER-STATUS.
           MOVE "NUMYREND" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-STAMP-DATE TO IJ-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO IJ-TIMESTAMP(9:6).
           MOVE SPACES TO IJ-REFERENCE.
           STRING "RETCERT " WS-CUTOFF
               DELIMITED BY SIZE INTO IJ-REFERENCE.
           WRITE IJ-RECORD.

       TALLY-ARCHIVE-RANGE.
           IF INV-USED
               ADD 1 TO WS-U-COUNT
