      * Input-archive filing module, CALLed by AVERAGE and AVGBATCH
      * for every batch they accept (the same factoring as RPTFILE
      * for reports). NUMDATA and the AVGBATCH batch files are
      * overwritten by the next day's data, so once a batch was
      * posted there was no way to show audit the readings behind a
      * figure or to recompute a past day after a DEPTMAST or DEPTLIM
      * correction. Now the accepted batch - its "H" header through
      * its "T" trailer, picked out of a stacked NUMDATA by batch ID
      * and business date - is copied to INP.<batchid>.<businessdate>
      * and catalogued on INPCAT (copybook/inpcat.cpy) with the
      * trailer totals, the accepting program, operator, and run
      * date, and the figures the run produced from it, so RESTATE
      * can rerun it and set the old figures beside the new.
      * Archiving the same batch and business date again - an
      * approved RERUNOK rerun - overwrites the held copy and
      * rewrites its catalog row in place: INPCAT is indexed on
      * batch ID plus business date, so the catalog never lists two
      * copies of a file only one of which exists, however large it
      * grows. Archived inputs and their catalog rows are kept until
      * removed by hand; they are the audit trail.
      * A source that cannot be opened, or that does not hold the
      * named batch's header, is noted on the console and nothing is
      * archived - the caller's run is never disturbed. A missing
      * INPCAT is created empty; a catalog that will not open for any
      * other reason (a lock, a permission, a damaged index) is left
      * alone and the status shown on the console - the copy is kept
      * but not catalogued, and EODPROOF reports the batch NOT
      * PROVABLE until the row is put back.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INPFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INP-IN ASSIGN DYNAMIC WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT INP-OUT ASSIGN DYNAMIC WS-DST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAT-FILE ASSIGN TO "INPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-KEY
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INP-IN
           LABEL RECORDS ARE OMITTED.
           COPY "numfile.cpy".

       FD  INP-OUT
           LABEL RECORDS ARE OMITTED.
          01 INP-OUT-RECORD PIC X(21).

       FD  CAT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "inpcat.cpy".

       WORKING-STORAGE SECTION.
          01 WS-SRC-STATUS   PIC XX.
          01 WS-CAT-STATUS   PIC XX.
          01 WS-SRC-NAME     PIC X(40).
          01 WS-DST-NAME     PIC X(40).
          01 WS-EOF-SWITCH   PIC X.
          01 WS-COPYING      PIC X.
          01 WS-FOUND        PIC X.
          01 WS-REC-COUNT    PIC 9(7).
          01 WS-TRL-COUNT    PIC 9(7).
          01 WS-TRL-HASH     PIC S9(10)V99.
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-FILED-TS     PIC X(14).

       LINKAGE SECTION.
          01 LK-SOURCE       PIC X(40).
          01 LK-BATCH-ID     PIC X(8).
          01 LK-BUS-DATE     PIC 9(8).
          01 LK-RUN-DATE     PIC 9(8).
          01 LK-PROGRAM      PIC X(8).
          01 LK-OPERATOR     PIC X(8).
          01 LK-COUNT        PIC 9(7).
          01 LK-TOTAL        PIC S9(12)V99.
          01 LK-REJECTED     PIC 9(5).
          01 LK-LATE         PIC 9(7).

       PROCEDURE DIVISION USING LK-SOURCE LK-BATCH-ID LK-BUS-DATE
               LK-RUN-DATE LK-PROGRAM LK-OPERATOR LK-COUNT LK-TOTAL
               LK-REJECTED LK-LATE.
       Inpfile.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-FILED-TS(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-FILED-TS(9:6).
           MOVE SPACES TO WS-SRC-NAME.
           MOVE FUNCTION TRIM(LK-SOURCE) TO WS-SRC-NAME.
           MOVE SPACES TO WS-DST-NAME.
           STRING "INP." FUNCTION TRIM(LK-BATCH-ID)
               "." LK-BUS-DATE
               DELIMITED BY SIZE INTO WS-DST-NAME.
           OPEN INPUT INP-IN.
           IF WS-SRC-STATUS NOT EQUAL TO "00"
               DISPLAY "INPFILE: cannot open input "
                   FUNCTION TRIM(LK-SOURCE)
                   " (status " WS-SRC-STATUS ") - batch "
                   FUNCTION TRIM(LK-BATCH-ID) " not archived."
               GOBACK
           END-IF.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM FIND-BATCH-HEADER
               UNTIL WS-EOF-SWITCH EQUAL TO "Y".
           IF WS-FOUND NOT EQUAL TO "Y"
               CLOSE INP-IN
               DISPLAY "INPFILE: batch " FUNCTION TRIM(LK-BATCH-ID)
                   " dated " LK-BUS-DATE " not found in "
                   FUNCTION TRIM(LK-SOURCE) " - not archived."
               GOBACK
           END-IF.
           OPEN OUTPUT INP-OUT.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-TRL-COUNT.
           MOVE 0 TO WS-TRL-HASH.
           ADD 1 TO WS-REC-COUNT.
           WRITE INP-OUT-RECORD FROM NUM-RECORD-RAW.
           MOVE "Y" TO WS-COPYING.
           PERFORM COPY-BATCH-RECORD
               UNTIL WS-COPYING NOT EQUAL TO "Y".
           CLOSE INP-IN.
           CLOSE INP-OUT.
           PERFORM UPDATE-CATALOG.
           GOBACK.

       FIND-BATCH-HEADER.
           READ INP-IN
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF NUM-REC-HEADER
                           AND NUM-HDR-BATCH-ID EQUAL TO LK-BATCH-ID
                           AND NUM-HDR-BUS-DATE EQUAL TO LK-BUS-DATE
                       MOVE "Y" TO WS-FOUND
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
           END-READ.

      * The batch ends at its trailer; a header met first means the
      * next stacked batch has started, and it is not copied.
       COPY-BATCH-RECORD.
           READ INP-IN
               AT END
                   MOVE "N" TO WS-COPYING
               NOT AT END
                   IF NUM-REC-HEADER
                       MOVE "N" TO WS-COPYING
                   ELSE
                       ADD 1 TO WS-REC-COUNT
                       WRITE INP-OUT-RECORD FROM NUM-RECORD-RAW
                       IF NUM-REC-TRAILER
                           IF NUM-TRL-COUNT IS NUMERIC
                               MOVE NUM-TRL-COUNT TO WS-TRL-COUNT
                           END-IF
                           IF NUM-TRL-HASH IS NUMERIC
                               MOVE NUM-TRL-HASH TO WS-TRL-HASH
                           END-IF
                           MOVE "N" TO WS-COPYING
                       END-IF
                   END-IF
           END-READ.

      * A first archive of the batch and business date is written;
      * a rerun's archive rewrites the existing row on its key.
       UPDATE-CATALOG.
           OPEN I-O CAT-FILE.
           IF WS-CAT-STATUS EQUAL TO "35"
               OPEN OUTPUT CAT-FILE
               CLOSE CAT-FILE
               OPEN I-O CAT-FILE
           END-IF.
           IF WS-CAT-STATUS EQUAL TO "00"
               PERFORM SET-NEW-CATALOG-FIELDS
               WRITE INPCAT-RECORD
                   INVALID KEY
                       PERFORM REPLACE-CATALOG-ENTRY
               END-WRITE
               CLOSE CAT-FILE
           ELSE
               DISPLAY "INPFILE: cannot open INPCAT (status "
                   WS-CAT-STATUS ") - batch "
                   FUNCTION TRIM(LK-BATCH-ID) " archived to "
                   FUNCTION TRIM(WS-DST-NAME) " but not catalogued."
           END-IF.

       REPLACE-CATALOG-ENTRY.
           REWRITE INPCAT-RECORD
               INVALID KEY
                   DISPLAY "INPFILE: INPCAT rewrite failed (status "
                       WS-CAT-STATUS ") - batch "
                       FUNCTION TRIM(LK-BATCH-ID) " not catalogued."
           END-REWRITE.

       SET-NEW-CATALOG-FIELDS.
           MOVE LK-BATCH-ID TO IC-BATCH-ID.
           MOVE LK-BUS-DATE TO IC-BUS-DATE.
           MOVE LK-RUN-DATE TO IC-RUN-DATE.
           MOVE LK-PROGRAM TO IC-PROGRAM.
           MOVE LK-OPERATOR TO IC-OPERATOR.
           MOVE WS-FILED-TS TO IC-FILED-TS.
           MOVE LK-SOURCE TO IC-SOURCE.
           MOVE WS-REC-COUNT TO IC-RECORDS.
           MOVE WS-TRL-COUNT TO IC-TRL-COUNT.
           MOVE WS-TRL-HASH TO IC-TRL-HASH.
           MOVE LK-COUNT TO IC-COUNT.
           MOVE LK-TOTAL TO IC-TOTAL.
           MOVE LK-REJECTED TO IC-REJECTED.
           MOVE LK-LATE TO IC-LATE.
           MOVE WS-DST-NAME(1:30) TO IC-FILENAME.
