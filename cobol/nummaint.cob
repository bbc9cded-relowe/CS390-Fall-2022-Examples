      * Maintenance and inquiry front-end for the NUMINV
      * number-inventory master (copybook/numinv.cpy), so document
      * control can correct a number's status or look up one number's
      * history at the console instead of grepping flat files.
      * Choices: I inquire a number, A allocate a number by hand
      * (the counting programs post machine-generated ranges
      * themselves), S change a number's status (A allocated, P
      * printed by the shop, U used - V voided and S spoiled come
      * through NUMAPPLY, see below), H list a number's status
      * history, X exit.
      * Status changes record the date
      * they were made in INV-STATUS-DATE; the original allocation
      * date and requestor are never overwritten by a status change.
      * touched and released at end, so this program and the other
      * NUMINV writers cannot collide; a leftover lock from a
      * crashed run is cleared through LOCKCLR.
      * A hand allocation or status change is appended to the
      * INVJRNL inventory change journal (copybook/invjrnl.cpy) with
      * the before and after status, the operator SUITEMENU signed on
      * (from OPERID), the time, and a reference the operator keys -
      * the requestor for an allocation, the reason for a status
      * change. The history choice lists every journaled change to
      * one number, oldest first, under its current (or archived)
      * record, whichever program made it.
      * Voids and spoils are under dual control and are not keyed
      * here: a status change to V or S is refused with a pointer to
      * NUMAPPLY, which queues it on APPRQUEUE for a second operator
      * to approve through APPROVAL. The console still moves a number
      * between A, P and U.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMMAINT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numinvar.cpy".

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
          01 WS-INV-STATUS   PIC XX.
          01 WS-CHOICE       PIC X.
          01 WS-ARC-STATUS   PIC XX.
          01 WS-ARC-EOF      PIC X.
          01 WS-ARC-FOUND    PIC X.
          01 WS-IJ-STATUS    PIC XX.
          01 WS-IJ-EOF       PIC X.
          01 WS-IJ-FOUND     PIC 9(5).
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-OLD-STATUS   PIC X.
          01 WS-REFERENCE    PIC X(20).
          01 WS-STAMP-TIME   PIC 9(8).

       PROCEDURE DIVISION.
       Nummaint.
           PERFORM GET-OPERATOR.
           PERFORM TAKE-RUN-LOCK.
           IF WS-LOCK-TAKEN NOT EQUAL TO "Y"
               STOP RUN
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

       OPEN-INVENTORY.
           OPEN I-O INV-FILE.
           IF WS-INV-STATUS EQUAL TO "35"
           DISPLAY "I. Inquire on a number".
           DISPLAY "A. Allocate a number".
           DISPLAY "S. Change a number's status".
           DISPLAY "H. Status history of a number".
           DISPLAY "X. Exit".
           DISPLAY "Choice? " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
                   PERFORM ALLOCATE-NUMBER
               WHEN "S"
                   PERFORM CHANGE-STATUS
               WHEN "H"
                   PERFORM STATUS-HISTORY
               WHEN "X"
                   SET WS-DONE TO "Y"
               WHEN OTHER
                   DISPLAY "Please choose I, A, S, H, or X."
           END-EVALUATE.

       GET-NUMBER.
                       WS-INV-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Number " WS-NUMBER " allocated."
                   MOVE SPACE TO WS-OLD-STATUS
                   MOVE WS-REQUESTOR TO WS-REFERENCE
                   PERFORM WRITE-INV-JOURNAL
           END-WRITE.

       CHANGE-STATUS.
           END-IF.

       APPLY-STATUS.
           DISPLAY "New status (A/P/U)? " WITH NO ADVANCING.
           ACCEPT WS-NEW-STATUS.
           MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS) TO WS-NEW-STATUS.
           IF WS-NEW-STATUS EQUAL TO "V" OR WS-NEW-STATUS EQUAL TO "S"
               DISPLAY "Voids and spoils need a second approver - "
                   "key a NUMTRANS record and run NUMAPPLY."
               DISPLAY "Number " WS-NUMBER " not changed."
           ELSE
               IF WS-NEW-STATUS EQUAL TO "A"
                       OR WS-NEW-STATUS EQUAL TO "U"
                       OR WS-NEW-STATUS EQUAL TO "P"
                   PERFORM REWRITE-STATUS
               ELSE
                   DISPLAY "Status must be A, P, or U - not changed."
               END-IF
           END-IF.

       REWRITE-STATUS.
           DISPLAY "Reference (reason for the change)? "
               WITH NO ADVANCING.
           ACCEPT WS-REFERENCE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE INV-STATUS TO WS-OLD-STATUS.
           MOVE WS-NEW-STATUS TO INV-STATUS.
           MOVE WS-TODAY TO INV-STATUS-DATE.
           REWRITE INV-RECORD
               INVALID KEY
                   DISPLAY "NUMMAINT: rewrite failed (status "
                       WS-INV-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Number " WS-NUMBER " set to "
                       WS-NEW-STATUS "."
                   PERFORM WRITE-INV-JOURNAL
           END-REWRITE.

       WRITE-INV-JOURNAL.
           OPEN EXTEND IJ-FILE.
           IF WS-IJ-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT IJ-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE INV-NUMBER TO IJ-NUMBER.
           MOVE WS-OLD-STATUS TO IJ-BEFORE-STATUS.
           MOVE INV-STATUS TO IJ-AFTER-STATUS.
           MOVE "NUMMAINT" TO IJ-PROGRAM.
           MOVE WS-OPERATOR TO IJ-OPERATOR.
           MOVE WS-TODAY TO IJ-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO IJ-TIMESTAMP(9:6).
           MOVE WS-REFERENCE TO IJ-REFERENCE.
           WRITE IJ-RECORD.
           CLOSE IJ-FILE.

      * The current record first (live master, else the archive),
      * then every change INVJRNL holds for the number in the order
      * it was made. A blank status is "not on the master".
       STATUS-HISTORY.
           PERFORM GET-NUMBER.
           IF WS-NUMBER-OK EQUAL TO "Y"
               MOVE WS-NUMBER TO INV-NUMBER
               READ INV-FILE
                   INVALID KEY
                       PERFORM SEARCH-ARCHIVE
                   NOT INVALID KEY
                       PERFORM SHOW-RECORD
               END-READ
               DISPLAY " "
               DISPLAY "Date     Time   Was Now Program  Operator "
                   "Reference"
               MOVE 0 TO WS-IJ-FOUND
               OPEN INPUT IJ-FILE
               IF WS-IJ-STATUS EQUAL TO "00"
                   MOVE "N" TO WS-IJ-EOF
                   PERFORM SCAN-INV-JOURNAL
                       UNTIL WS-IJ-EOF EQUAL TO "Y"
                   CLOSE IJ-FILE
               END-IF
               IF WS-IJ-FOUND EQUAL TO 0
                   DISPLAY "No journaled changes for " WS-NUMBER "."
               END-IF
           END-IF.

       SCAN-INV-JOURNAL.
           READ IJ-FILE
               AT END
                   MOVE "Y" TO WS-IJ-EOF
               NOT AT END
                   IF IJ-NUMBER EQUAL TO WS-NUMBER
                       ADD 1 TO WS-IJ-FOUND
                       DISPLAY IJ-TIMESTAMP(1:8) " "
                           IJ-TIMESTAMP(9:6) "  " IJ-BEFORE-STATUS
                           "   " IJ-AFTER-STATUS "  " IJ-PROGRAM
                           " " IJ-OPERATOR " " IJ-REFERENCE
                   END-IF
           END-READ.

       TAKE-RUN-LOCK.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS EQUAL TO "00"
