      * reported and skipped.
      * The rewrite stages kept records through the HKKEEP work file,
      * which is deleted when the dataset is done.
      * AVGHIST is an indexed file keyed on run date plus program, so
      * it is not rewritten: its rows dated before the cutoff are read
      * from the front of the key, copied to the archive, and deleted
      * in place, and the rows left are re-counted for the proof the
      * same way.
      * The datasets being cut are the same ones the averaging
      * programs append to mid-run, so the roll-off takes the
      * AVGLOCK run-in-progress token before cutting and releases it
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT KEEP-FILE ASSIGN TO "HKKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           LABEL RECORDS ARE OMITTED.
          01 ARCH-RECORD PIC X(132).

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".

       FD  KEEP-FILE
           LABEL RECORDS ARE OMITTED.
          01 KEEP-RECORD PIC X(132).
          01 WS-LIVE-STATUS  PIC XX.
          01 WS-ARCH-STATUS  PIC XX.
          01 WS-KEEP-STATUS  PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WRITE PRINT-RECORD FROM WS-PRINT-LINE
                   ELSE
                       IF WS-DATASET EQUAL TO "AVGHIST"
                           PERFORM ROLL-OFF-HISTORY
                       ELSE
                           PERFORM ROLL-OFF-DATASET
                       END-IF
                   END-IF
           END-READ.

                   WRITE LIVE-RECORD FROM KEEP-RECORD
           END-READ.

      * AVGHIST's rows come back in run-date order, so every row
      * before the cutoff is at the front: each is archived and
      * deleted, and the rest are read through only to be counted.
       ROLL-OFF-HISTORY.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "AVGHIST." WS-CUTOFF(1:6)
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-BACK-COUNT.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS NOT EQUAL TO "00"
               ADD 1 TO WS-SETS-SKIPPED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "AVGHIST not present (status " WS-HIST-STATUS
                   ") - skipped"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               OPEN EXTEND ARCH-FILE
               IF WS-ARCH-STATUS NOT EQUAL TO "00"
                   OPEN OUTPUT ARCH-FILE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM SPLIT-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE HIST-FILE
               CLOSE ARCH-FILE
               PERFORM RECOUNT-HISTORY
               ADD 1 TO WS-SETS-CUT
               PERFORM PRINT-DATASET-LINES
           END-IF.

       SPLIT-HISTORY-RECORD.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF HIST-RUN-DATE IS NUMERIC
                           AND HIST-RUN-DATE LESS THAN WS-CUTOFF
                       ADD 1 TO WS-ARCH-COUNT
                       WRITE ARCH-RECORD FROM HIST-RECORD
                       DELETE HIST-FILE RECORD
                           INVALID KEY
                               MOVE "Y" TO WS-MISMATCH
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-KEEP-COUNT
                   END-IF
           END-READ.

       RECOUNT-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM COUNT-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE HIST-FILE
           END-IF.

       COUNT-HISTORY-RECORD.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-BACK-COUNT
           END-READ.

       PRINT-DATASET-LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
