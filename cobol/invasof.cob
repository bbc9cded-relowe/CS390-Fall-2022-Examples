      * As-of status report for the NUMINV number-inventory master
      * (copybook/numinv.cpy): rebuilds what status every number in
      * a range had at the end of a past date, so "was 04711 still
      * allocated on the day it cleared" is answered from the record
      * instead of from memory. The operator keys the from and to
      * number (at most 1000 numbers in one run) and the as-of date
      * (YYYYMMDD, blank for today).
      * The INVJRNL inventory change journal (copybook/invjrnl.cpy)
      * is read once, oldest first, and for each number in the range:
      *   - the last change on or before the as-of date gives the
      *     status it was left in (basis JOURNAL and its date);
      *   - with none, the first change after the as-of date gives
      *     the status it was changed from (basis BEFORE and its
      *     date) - a blank before status there means the number was
      *     not yet on the master;
      *   - with no journaled change at all the number is taken from
      *     the live master, or the NUMINVARC archive
      *     (copybook/numinvar.cpy) when NUMYREND has retired it:
      *     allocated after the as-of date means not yet allocated,
      *     a status dated on or before it is the status it had, and
      *     a status dated after it changed before the journal began
      *     - listed as UNKNOWN rather than guessed.
      * Status "R" is a number already retired to NUMINVARC by the
      * as-of date. Each number prints with its status, the basis,
      * and its requestor, then the counts per status.
      * The ASOFRPT report is filed in the report repository through
      * RPTFILE and the run appends a RUNJRNL record: WARN when any
      * number came out UNKNOWN, FAIL with condition code 8 for a
      * range or date that will not do.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INVASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-FILE ASSIGN TO "NUMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INV-STATUS.

           SELECT ARC-FILE ASSIGN TO "NUMINVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT IJ-FILE ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ASOFRPT"
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

       FD  IJ-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "invjrnl.cpy".

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
          01 WS-IJ-STATUS    PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-ENTRY        PIC X(8).
          01 WS-INPUT-OK     PIC X VALUE "Y".
          01 WS-FROM         PIC 9(5) VALUE 0.
          01 WS-TO           PIC 9(5) VALUE 0.
          01 WS-ASOF-DATE    PIC 9(8).
          01 WS-ENTRY-DATE   PIC 9(8).
          01 WS-INV-OPEN     PIC X VALUE "N".
          01 WS-CURRENT      PIC 9(5).
          01 WS-IX           PIC 9(5).
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.

      * One entry per number in the range, subscripted by its
      * distance from the from number. What the journal says about
      * it, and what the archive holds for it, are gathered in one
      * pass of each file before anything prints.
          01 WS-AS-MAX       PIC 9(5) VALUE 1000.
          01 WS-AS-USED      PIC 9(5) VALUE 0.
          01 WS-AS-TABLE.
             05 WS-AS-ENTRY OCCURS 1000 TIMES.
                10 WS-AS-HAVE-ON      PIC X.
                10 WS-AS-ON-STATUS    PIC X.
                10 WS-AS-ON-DATE      PIC 9(8).
                10 WS-AS-HAVE-AFTER   PIC X.
                10 WS-AS-AFTER-BEFORE PIC X.
                10 WS-AS-AFTER-DATE   PIC 9(8).
                10 WS-AS-HAVE-ARC     PIC X.
                10 WS-AS-ARC-STATUS   PIC X.
                10 WS-AS-ARC-REQ      PIC X(20).
                10 WS-AS-ARC-ALLOC    PIC 9(8).
                10 WS-AS-ARC-SDATE    PIC 9(8).

          01 WS-FOUND-MASTER PIC X.
          01 WS-ASOF-STATUS  PIC X.
          01 WS-BASIS        PIC X(17).
          01 WS-REQUESTOR    PIC X(20).
          01 WS-DESCRIPTION  PIC X(14).
          01 WS-FB-STATUS    PIC X.
          01 WS-FB-ALLOC     PIC 9(8).
          01 WS-FB-SDATE     PIC 9(8).

          01 WS-CNT-ALLOC    PIC 9(5) VALUE 0.
          01 WS-CNT-PRINTED  PIC 9(5) VALUE 0.
          01 WS-CNT-USED     PIC 9(5) VALUE 0.
          01 WS-CNT-VOIDED   PIC 9(5) VALUE 0.
          01 WS-CNT-SPOILED  PIC 9(5) VALUE 0.
          01 WS-CNT-RETIRED  PIC 9(5) VALUE 0.
          01 WS-CNT-ABSENT   PIC 9(5) VALUE 0.
          01 WS-CNT-UNKNOWN  PIC 9(5) VALUE 0.

          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "INVASOF".

       PROCEDURE DIVISION.
       Invasof.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-SELECTION.
           IF WS-INPUT-OK NOT EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           COMPUTE WS-AS-USED = WS-TO - WS-FROM + 1.
           PERFORM CLEAR-ENTRY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-AS-USED.
           PERFORM LOAD-JOURNAL.
           PERFORM LOAD-ARCHIVE.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-INV-OPEN
           ELSE
               DISPLAY "INVASOF: NUMINV not available (status "
                   WS-INV-STATUS ") - journal and archive only."
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "Inventory Status As Of a Past Date" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Numbers: " WS-FROM " - " WS-TO
               "  As of: " WS-ASOF-DATE
               "  Printed: " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Number St Status         Basis             Requestor"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM REPORT-ONE-NUMBER
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-AS-USED.
           IF WS-INV-OPEN EQUAL TO "Y"
               CLOSE INV-FILE
           END-IF.
           PERFORM PRINT-STATUS-COUNTS.
           CLOSE PRINT-FILE.
           MOVE "ASOFRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-CNT-UNKNOWN GREATER THAN 0
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

       GET-SELECTION.
           DISPLAY "From number? " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY(1:5) IS NUMERIC
               MOVE WS-ENTRY(1:5) TO WS-FROM
           ELSE
               MOVE "N" TO WS-INPUT-OK
           END-IF.
           DISPLAY "To number (blank for the from number only)? "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY EQUAL TO SPACES
               MOVE WS-FROM TO WS-TO
           ELSE
               IF WS-ENTRY(1:5) IS NUMERIC
                   MOVE WS-ENTRY(1:5) TO WS-TO
               ELSE
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           DISPLAY "As-of date (YYYYMMDD, blank for today)? "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           IF WS-ENTRY EQUAL TO SPACES
               MOVE WS-TODAY TO WS-ASOF-DATE
           ELSE
               IF WS-ENTRY IS NUMERIC
                   MOVE WS-ENTRY TO WS-ASOF-DATE
               ELSE
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           IF WS-INPUT-OK NOT EQUAL TO "Y"
               DISPLAY "INVASOF: numbers must be 5 digits and the "
                   "date YYYYMMDD - no report."
           ELSE
               IF WS-TO LESS THAN WS-FROM
                   MOVE "N" TO WS-INPUT-OK
                   DISPLAY "INVASOF: to number " WS-TO
                       " is before from number " WS-FROM
                       " - no report."
               ELSE
                   IF WS-TO - WS-FROM NOT LESS THAN WS-AS-MAX
                       MOVE "N" TO WS-INPUT-OK
                       DISPLAY "INVASOF: more than " WS-AS-MAX
                           " numbers in one range - split it."
                   END-IF
               END-IF
           END-IF.

       CLEAR-ENTRY.
           MOVE "N" TO WS-AS-HAVE-ON(WS-IX).
           MOVE SPACE TO WS-AS-ON-STATUS(WS-IX).
           MOVE 0 TO WS-AS-ON-DATE(WS-IX).
           MOVE "N" TO WS-AS-HAVE-AFTER(WS-IX).
           MOVE SPACE TO WS-AS-AFTER-BEFORE(WS-IX).
           MOVE 0 TO WS-AS-AFTER-DATE(WS-IX).
           MOVE "N" TO WS-AS-HAVE-ARC(WS-IX).
           MOVE SPACE TO WS-AS-ARC-STATUS(WS-IX).
           MOVE SPACES TO WS-AS-ARC-REQ(WS-IX).
           MOVE 0 TO WS-AS-ARC-ALLOC(WS-IX).
           MOVE 0 TO WS-AS-ARC-SDATE(WS-IX).

      * INVJRNL is appended in the order changes happen, so a later
      * on-or-before entry replaces an earlier one and only the first
      * after entry is kept.
       LOAD-JOURNAL.
           OPEN INPUT IJ-FILE.
           IF WS-IJ-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-JOURNAL-ENTRY
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE IJ-FILE
           ELSE
               DISPLAY "INVASOF: no INVJRNL journal (status "
                   WS-IJ-STATUS ") - master and archive only."
           END-IF.

       READ-JOURNAL-ENTRY.
           READ IJ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF IJ-NUMBER IS NUMERIC
                           AND IJ-NUMBER NOT LESS THAN WS-FROM
                           AND IJ-NUMBER NOT GREATER THAN WS-TO
                           AND IJ-TIMESTAMP(1:8) IS NUMERIC
                       PERFORM TALLY-JOURNAL-ENTRY
                   END-IF
           END-READ.

       TALLY-JOURNAL-ENTRY.
           COMPUTE WS-IX = IJ-NUMBER - WS-FROM + 1.
           MOVE IJ-TIMESTAMP(1:8) TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE NOT GREATER THAN WS-ASOF-DATE
               MOVE "Y" TO WS-AS-HAVE-ON(WS-IX)
               MOVE IJ-AFTER-STATUS TO WS-AS-ON-STATUS(WS-IX)
               MOVE WS-ENTRY-DATE TO WS-AS-ON-DATE(WS-IX)
           ELSE
               IF WS-AS-HAVE-AFTER(WS-IX) NOT EQUAL TO "Y"
                   MOVE "Y" TO WS-AS-HAVE-AFTER(WS-IX)
                   MOVE IJ-BEFORE-STATUS TO WS-AS-AFTER-BEFORE(WS-IX)
                   MOVE WS-ENTRY-DATE TO WS-AS-AFTER-DATE(WS-IX)
               END-IF
           END-IF.

       LOAD-ARCHIVE.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-ARCHIVE-ENTRY
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE ARC-FILE
           END-IF.

       READ-ARCHIVE-ENTRY.
           READ ARC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF ARC-NUMBER IS NUMERIC
                           AND ARC-NUMBER NOT LESS THAN WS-FROM
                           AND ARC-NUMBER NOT GREATER THAN WS-TO
                       COMPUTE WS-IX = ARC-NUMBER - WS-FROM + 1
                       MOVE "Y" TO WS-AS-HAVE-ARC(WS-IX)
                       MOVE ARC-STATUS TO WS-AS-ARC-STATUS(WS-IX)
                       MOVE ARC-REQUESTOR TO WS-AS-ARC-REQ(WS-IX)
                       MOVE ARC-ALLOC-DATE TO WS-AS-ARC-ALLOC(WS-IX)
                       MOVE ARC-STATUS-DATE TO WS-AS-ARC-SDATE(WS-IX)
                   END-IF
           END-READ.

       REPORT-ONE-NUMBER.
           COMPUTE WS-CURRENT = WS-FROM + WS-IX - 1.
           MOVE "N" TO WS-FOUND-MASTER.
           MOVE SPACES TO WS-REQUESTOR.
           IF WS-INV-OPEN EQUAL TO "Y"
               MOVE WS-CURRENT TO INV-NUMBER
               READ INV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-MASTER
                       MOVE INV-REQUESTOR TO WS-REQUESTOR
               END-READ
           END-IF.
           IF WS-FOUND-MASTER NOT EQUAL TO "Y"
                   AND WS-AS-HAVE-ARC(WS-IX) EQUAL TO "Y"
               MOVE WS-AS-ARC-REQ(WS-IX) TO WS-REQUESTOR
           END-IF.
           MOVE SPACES TO WS-BASIS.
           EVALUATE TRUE
               WHEN WS-AS-HAVE-ON(WS-IX) EQUAL TO "Y"
                   MOVE WS-AS-ON-STATUS(WS-IX) TO WS-ASOF-STATUS
                   STRING "JOURNAL " WS-AS-ON-DATE(WS-IX)
                       DELIMITED BY SIZE INTO WS-BASIS
               WHEN WS-AS-HAVE-AFTER(WS-IX) EQUAL TO "Y"
                   MOVE WS-AS-AFTER-BEFORE(WS-IX) TO WS-ASOF-STATUS
                   STRING "BEFORE " WS-AS-AFTER-DATE(WS-IX)
                       DELIMITED BY SIZE INTO WS-BASIS
               WHEN WS-FOUND-MASTER EQUAL TO "Y"
                   MOVE INV-STATUS TO WS-FB-STATUS
                   MOVE INV-ALLOC-DATE TO WS-FB-ALLOC
                   MOVE INV-STATUS-DATE TO WS-FB-SDATE
                   MOVE "MASTER" TO WS-BASIS
                   PERFORM FALL-BACK-STATUS
               WHEN WS-AS-HAVE-ARC(WS-IX) EQUAL TO "Y"
                   MOVE WS-AS-ARC-STATUS(WS-IX) TO WS-FB-STATUS
                   MOVE WS-AS-ARC-ALLOC(WS-IX) TO WS-FB-ALLOC
                   MOVE WS-AS-ARC-SDATE(WS-IX) TO WS-FB-SDATE
                   MOVE "ARCHIVE" TO WS-BASIS
                   PERFORM FALL-BACK-STATUS
               WHEN OTHER
                   MOVE SPACE TO WS-ASOF-STATUS
                   MOVE "NO RECORD" TO WS-BASIS
           END-EVALUATE.
           PERFORM DESCRIBE-STATUS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CURRENT "  " WS-ASOF-STATUS "  "
               WS-DESCRIPTION " " WS-BASIS " " WS-REQUESTOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * A number with no journaled change has kept the status on
      * its record since that status's date - unless the record was
      * only allocated after the as-of date, or its status changed
      * after it before the journal existed to say from what.
       FALL-BACK-STATUS.
           IF WS-FB-ALLOC IS NUMERIC
                   AND WS-FB-ALLOC GREATER THAN WS-ASOF-DATE
               MOVE SPACE TO WS-ASOF-STATUS
           ELSE
               IF WS-FB-SDATE IS NUMERIC
                       AND WS-FB-SDATE NOT GREATER THAN WS-ASOF-DATE
                   MOVE WS-FB-STATUS TO WS-ASOF-STATUS
               ELSE
                   IF WS-FB-STATUS EQUAL TO "A"
                       MOVE "A" TO WS-ASOF-STATUS
                   ELSE
                       MOVE "?" TO WS-ASOF-STATUS
                   END-IF
               END-IF
           END-IF.

       DESCRIBE-STATUS.
           EVALUATE WS-ASOF-STATUS
               WHEN "A"
                   MOVE "ALLOCATED" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-ALLOC
               WHEN "P"
                   MOVE "PRINTED" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-PRINTED
               WHEN "U"
                   MOVE "USED" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-USED
               WHEN "V"
                   MOVE "VOIDED" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-VOIDED
               WHEN "S"
                   MOVE "SPOILED" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-SPOILED
               WHEN "R"
                   MOVE "RETIRED" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-RETIRED
               WHEN "?"
                   MOVE "UNKNOWN" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-UNKNOWN
               WHEN OTHER
                   MOVE "NOT ON MASTER" TO WS-DESCRIPTION
                   ADD 1 TO WS-CNT-ABSENT
           END-EVALUATE.

       PRINT-STATUS-COUNTS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Allocated: " WS-CNT-ALLOC
               "  Printed: " WS-CNT-PRINTED
               "  Used: " WS-CNT-USED
               "  Voided: " WS-CNT-VOIDED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Spoiled: " WS-CNT-SPOILED
               "  Retired: " WS-CNT-RETIRED
               "  Not on master: " WS-CNT-ABSENT
               "  Unknown: " WS-CNT-UNKNOWN
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-CNT-UNKNOWN GREATER THAN 0
               MOVE "UNKNOWN: status changed after the as-of date, "
                   TO WS-PRINT-LINE
               MOVE "before the change journal was kept"
                   TO WS-PRINT-LINE(47:34)
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
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
           MOVE "INVASOF" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "INVJRNL" TO JRNL-INPUT.
           MOVE WS-READ-COUNT TO JRNL-READ-COUNT.
           MOVE WS-CNT-UNKNOWN TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
