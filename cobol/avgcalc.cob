      * readings dated before the cycle date are counted and totaled
      * separately as late arrivals (handed back in LK-LATE-COUNT so
      * BATCHRPT can show them) instead of folding into the batch
      * average; they still count toward the trailer balance. Each
      * late reading is also listed on the LATEWORK work file, in the
      * LATEARR layout (copybook/latearr.cpy) and rewritten on every
      * call, so the caller can add the batch's late readings to
      * LATEARR once it knows the batch is accepted rather than a
      * duplicate. A
      * detail with a non-numeric reading date is rejected to
      * suspense with reason "DATE".
      * If the DEPTMAST department master is present
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT LATE-FILE ASSIGN TO "LATEWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUM-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "deptmast.cpy".

       FD  LATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "latearr.cpy".

       WORKING-STORAGE SECTION.
           COPY "numrec.cpy".

          01 WS-HASH-SUM      PIC S9(10)V99.
          01 WS-LATE-COUNT    PIC 9(7).
          01 WS-LATE-SUM      PIC S9(10)V99.
          01 WS-LATE-STATUS   PIC XX.
          01 WS-LIM-STATUS    PIC XX.
          01 WS-EXCP-STATUS   PIC XX.
          01 WS-LIM-EOF       PIC X.
           ELSE
               PERFORM OPEN-SUSPENSE
               PERFORM OPEN-EXCEPTIONS
               OPEN OUTPUT LATE-FILE
               PERFORM ACCUMULATE-SUM
               CLOSE NUM-FILE
               CLOSE SUSP-FILE
               CLOSE EXCP-FILE
               CLOSE LATE-FILE
               MOVE "00" TO LK-FILE-STATUS
               MOVE WS-N TO LK-COUNT
               MOVE WS-SUM TO LK-SUM
                                       WS-BUS-DATE
                               ADD 1 TO WS-LATE-COUNT
                               ADD WS-NUMREC-VALUE TO WS-LATE-SUM
                               PERFORM WRITE-LATE-ARRIVAL
                           ELSE
                               PERFORM CHECK-LIMITS
                               IF WS-LIM-DISP NOT EQUAL TO "E"
           END-IF.
           WRITE EXCP-RECORD FROM WS-EXCP-LINE.

      * The late reading's run date, batch, record number, cycle
      * date, department, own reading date, and value, as AVERAGE
      * writes them to LATEARR.
       WRITE-LATE-ARRIVAL.
           MOVE WS-RUN-DATE TO LATE-RUN-DATE.
           MOVE WS-BATCH-ID TO LATE-BATCH-ID.
           MOVE WS-RAW-N TO LATE-RECNO.
           MOVE WS-BUS-DATE TO LATE-CYCLE-DATE.
           MOVE WS-NUMREC-DEPT TO LATE-DEPT.
           MOVE NUM-READ-DATE TO LATE-READ-DATE.
           MOVE WS-NUMREC-VALUE TO LATE-VALUE.
           WRITE LATE-RECORD.

       WRITE-SUSPENSE.
           MOVE WS-RUN-DATE TO SUSP-RUN-DATE.
           MOVE WS-DYN-FILENAME TO SUSP-SOURCE.
