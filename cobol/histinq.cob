      * On-screen inquiry into the AVGHIST run history
      * (copybook/avghist.cpy) and the DEPTHIST department history
      * (copybook/depthist.cpy), so "what did ACCT average last
      * Tuesday" is answered at the terminal by key instead of by
      * running TREND or DEPTTRND over the whole history and reading
      * down the report. Both files are indexed on run date first,
      * so an inquiry starts at its date and reads forward only as
      * far as it needs.
      * The operator picks one of two inquiries:
      *   - D, one date: every AVGHIST row for the date (AVERAGE,
      *     STATS, BATCHREV) with count, rejects, total, average, and
      *     exceptions, then every department's DEPTHIST row for the
      *     same date;
      *   - R, one department over a date range: that department's
      *     DEPTHIST row for each run date from the from date through
      *     the to date, with the range's total count and total and
      *     the average over the range.
      * Another inquiry can be made after each one; a blank choice
      * ends the session. A date that is not YYYYMMDD is refused at
      * the prompt and asked again; a to date before the from date
      * makes no inquiry.
      * Every session appends a record to the shared RUNJRNL run
      * journal with the number of history rows shown; with neither
      * history file present the session is journaled WARN with
      * condition code 4.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HISTINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".

       FD  DHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "depthist.cpy".

       FD  ID-FILE
           LABEL RECORDS ARE OMITTED.
          01 ID-RECORD PIC X(8).

       FD  JRNL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-DHIST-STATUS PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-HIST-OPEN    PIC X VALUE "N".
          01 WS-DHIST-OPEN   PIC X VALUE "N".
          01 WS-DONE         PIC X VALUE "N".
          01 WS-EOF-SWITCH   PIC X.
          01 WS-MODE         PIC X.
          01 WS-DATE-ENTRY   PIC X(8).
          01 WS-DATE-OK      PIC X.
          01 WS-ENTERED-DATE PIC 9(8).
          01 WS-INQ-DATE     PIC 9(8).
          01 WS-FROM-DATE    PIC 9(8).
          01 WS-TO-DATE      PIC 9(8).
          01 WS-INQ-DEPT     PIC X(4).
          01 WS-ROWS-SHOWN   PIC 9(7) VALUE 0.
          01 WS-INQ-ROWS     PIC 9(7).
          01 WS-RANGE-COUNT  PIC 9(9).
          01 WS-RANGE-TOTAL  PIC S9(12)V99.
          01 WS-RANGE-AVG    PIC S9(5)V99.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-REJ-ED       PIC Z(6)9.
          01 WS-EXCP-ED      PIC Z(6)9.
          01 WS-TOTAL-ED     PIC -(10)9.99.
          01 WS-AVG-ED       PIC -(5)9.99.

       PROCEDURE DIVISION.
       Histinq.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-HIST-OPEN
           ELSE
               DISPLAY "HISTINQ: no AVGHIST history file (status "
                   WS-HIST-STATUS ")."
           END-IF.
           OPEN INPUT DHIST-FILE.
           IF WS-DHIST-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-DHIST-OPEN
           ELSE
               DISPLAY "HISTINQ: no DEPTHIST history file (status "
                   WS-DHIST-STATUS ")."
           END-IF.
           IF WS-HIST-OPEN NOT EQUAL TO "Y"
                   AND WS-DHIST-OPEN NOT EQUAL TO "Y"
               DISPLAY "HISTINQ: nothing to inquire into."
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM RUN-INQUIRY
               UNTIL WS-DONE EQUAL TO "Y".
           IF WS-HIST-OPEN EQUAL TO "Y"
               CLOSE HIST-FILE
           END-IF.
           IF WS-DHIST-OPEN EQUAL TO "Y"
               CLOSE DHIST-FILE
           END-IF.
           MOVE "GOOD" TO WS-RUN-STATUS.
           MOVE 0 TO RETURN-CODE.
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

       RUN-INQUIRY.
           DISPLAY " ".
           DISPLAY "D. One date - all runs and departments".
           DISPLAY "R. One department over a date range".
           DISPLAY "Inquiry (D/R, blank to finish)? " WITH NO ADVANCING.
           MOVE SPACE TO WS-MODE.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
               WHEN SPACE
                   MOVE "Y" TO WS-DONE
               WHEN "D"
                   PERFORM INQUIRE-ONE-DATE
               WHEN "R"
                   PERFORM INQUIRE-DEPT-RANGE
               WHEN OTHER
                   DISPLAY "Please answer D, R, or blank."
           END-EVALUATE.

      * Asks for a date until a YYYYMMDD one is keyed; the caller
      * sets the prompt by DISPLAYing it first.
       ACCEPT-DATE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM ACCEPT-DATE-ENTRY
               UNTIL WS-DATE-OK EQUAL TO "Y".

       ACCEPT-DATE-ENTRY.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY IS NUMERIC
                   AND WS-DATE-ENTRY(5:2) NOT LESS THAN "01"
                   AND WS-DATE-ENTRY(5:2) NOT GREATER THAN "12"
               MOVE WS-DATE-ENTRY TO WS-ENTERED-DATE
               MOVE "Y" TO WS-DATE-OK
           ELSE
               DISPLAY "Dates are YYYYMMDD - again? "
                   WITH NO ADVANCING
           END-IF.

       INQUIRE-ONE-DATE.
           DISPLAY "Run date (YYYYMMDD)? " WITH NO ADVANCING.
           PERFORM ACCEPT-DATE.
           MOVE WS-ENTERED-DATE TO WS-INQ-DATE.
           DISPLAY " ".
           DISPLAY "Run history for " WS-INQ-DATE.
           IF WS-HIST-OPEN EQUAL TO "Y"
               DISPLAY "Program    Count Rejects          Total "
                   "  Average  Excepts"
               MOVE 0 TO WS-INQ-ROWS
               MOVE WS-INQ-DATE TO HIST-RUN-DATE
               MOVE SPACES TO HIST-PROGRAM
               MOVE "N" TO WS-EOF-SWITCH
               START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM SHOW-RUN-ROW
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               IF WS-INQ-ROWS EQUAL TO 0
                   DISPLAY "  No AVGHIST rows for the date."
               END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "Department history for " WS-INQ-DATE.
           IF WS-DHIST-OPEN EQUAL TO "Y"
               DISPLAY "Dept     Count          Total   Average"
               MOVE 0 TO WS-INQ-ROWS
               MOVE WS-INQ-DATE TO DH-RUN-DATE
               MOVE SPACES TO DH-DEPT
               MOVE "N" TO WS-EOF-SWITCH
               START DHIST-FILE KEY IS NOT LESS THAN DH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM SHOW-DATE-DEPT-ROW
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               IF WS-INQ-ROWS EQUAL TO 0
                   DISPLAY "  No DEPTHIST rows for the date."
               END-IF
           END-IF.

       SHOW-RUN-ROW.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF HIST-RUN-DATE NOT EQUAL TO WS-INQ-DATE
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-INQ-ROWS
                       ADD 1 TO WS-ROWS-SHOWN
                       MOVE HIST-COUNT TO WS-COUNT-ED
                       MOVE HIST-REJECTED TO WS-REJ-ED
                       MOVE HIST-TOTAL TO WS-TOTAL-ED
                       MOVE HIST-AVERAGE TO WS-AVG-ED
                       MOVE 0 TO WS-EXCP-ED
                       IF HIST-EXCEPTIONS IS NUMERIC
                           MOVE HIST-EXCEPTIONS TO WS-EXCP-ED
                       END-IF
                       DISPLAY HIST-PROGRAM " " WS-COUNT-ED " "
                           WS-REJ-ED " " WS-TOTAL-ED " " WS-AVG-ED
                           " " WS-EXCP-ED
                   END-IF
           END-READ.

       SHOW-DATE-DEPT-ROW.
           READ DHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF DH-RUN-DATE NOT EQUAL TO WS-INQ-DATE
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-INQ-ROWS
                       ADD 1 TO WS-ROWS-SHOWN
                       MOVE DH-COUNT TO WS-COUNT-ED
                       MOVE DH-TOTAL TO WS-TOTAL-ED
                       MOVE DH-AVERAGE TO WS-AVG-ED
                       DISPLAY DH-DEPT "  " WS-COUNT-ED " "
                           WS-TOTAL-ED " " WS-AVG-ED
                   END-IF
           END-READ.

       INQUIRE-DEPT-RANGE.
           IF WS-DHIST-OPEN NOT EQUAL TO "Y"
               DISPLAY "No DEPTHIST history file to inquire into."
           ELSE
               DISPLAY "Department code? " WITH NO ADVANCING
               MOVE SPACES TO WS-INQ-DEPT
               ACCEPT WS-INQ-DEPT
               MOVE FUNCTION UPPER-CASE(WS-INQ-DEPT) TO WS-INQ-DEPT
               DISPLAY "From date (YYYYMMDD)? " WITH NO ADVANCING
               PERFORM ACCEPT-DATE
               MOVE WS-ENTERED-DATE TO WS-FROM-DATE
               DISPLAY "To date (YYYYMMDD)? " WITH NO ADVANCING
               PERFORM ACCEPT-DATE
               MOVE WS-ENTERED-DATE TO WS-TO-DATE
               IF WS-TO-DATE LESS THAN WS-FROM-DATE
                   DISPLAY "The to date is before the from date - "
                       "no inquiry."
               ELSE
                   PERFORM SHOW-DEPT-RANGE
               END-IF
           END-IF.

      * DEPTHIST is keyed date first, so the department's rows are
      * picked out of each date's group as the range is read forward.
       SHOW-DEPT-RANGE.
           MOVE 0 TO WS-INQ-ROWS.
           MOVE 0 TO WS-RANGE-COUNT.
           MOVE 0 TO WS-RANGE-TOTAL.
           DISPLAY " ".
           DISPLAY "Department " WS-INQ-DEPT " from " WS-FROM-DATE
               " to " WS-TO-DATE.
           DISPLAY "Run Date     Count          Total   Average".
           MOVE WS-FROM-DATE TO DH-RUN-DATE.
           MOVE SPACES TO DH-DEPT.
           MOVE "N" TO WS-EOF-SWITCH.
           START DHIST-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM SHOW-RANGE-ROW
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           IF WS-INQ-ROWS EQUAL TO 0
               DISPLAY "  No DEPTHIST rows for the department in the "
                   "range."
           ELSE
               MOVE 0 TO WS-RANGE-AVG
               IF WS-RANGE-COUNT GREATER THAN 0
                   DIVIDE WS-RANGE-COUNT INTO WS-RANGE-TOTAL
                       GIVING WS-RANGE-AVG
               END-IF
               MOVE WS-RANGE-COUNT TO WS-COUNT-ED
               MOVE WS-RANGE-TOTAL TO WS-TOTAL-ED
               MOVE WS-RANGE-AVG TO WS-AVG-ED
               DISPLAY "Range    " WS-COUNT-ED " " WS-TOTAL-ED " "
                   WS-AVG-ED
           END-IF.

       SHOW-RANGE-ROW.
           READ DHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF DH-RUN-DATE GREATER THAN WS-TO-DATE
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       IF DH-DEPT EQUAL TO WS-INQ-DEPT
                           ADD 1 TO WS-INQ-ROWS
                           ADD 1 TO WS-ROWS-SHOWN
                           ADD DH-COUNT TO WS-RANGE-COUNT
                           ADD DH-TOTAL TO WS-RANGE-TOTAL
                           MOVE DH-COUNT TO WS-COUNT-ED
                           MOVE DH-TOTAL TO WS-TOTAL-ED
                           MOVE DH-AVERAGE TO WS-AVG-ED
                           DISPLAY DH-RUN-DATE " " WS-COUNT-ED " "
                               WS-TOTAL-ED " " WS-AVG-ED
                       END-IF
                   END-IF
           END-READ.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "HISTINQ" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "AVGHIST/DEPTHIST" TO JRNL-INPUT.
           MOVE WS-ROWS-SHOWN TO JRNL-READ-COUNT.
           MOVE 0 TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
