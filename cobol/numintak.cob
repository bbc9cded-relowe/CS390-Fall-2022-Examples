      * found, so the contact leaves with an answer. An accepted file
      * is staged for the averaging window as NUMSTAGE.<dept>; a
      * failed file is quarantined as NUMQUAR.<dept> so it cannot
      * become NUMDATA by accident. An accepted resubmission also
      * removes the department's NUMQUAR.<dept>, so STAGEPIK's
      * missing-submission report stops listing it as outstanding.
      * Every run appends a record to the shared RUNJRNL run journal
      * (copybook/runjrnl.cpy); a rejected submission sets condition
      * code 8 so a scheduler-driven intake holds the file.
          01 WS-SUB-FILENAME PIC X(40).
          01 WS-STAGE-FILENAME PIC X(40).
          01 WS-DEPT         PIC X(4).
          01 WS-QUAR-FILENAME PIC X(40).
          01 WS-SAVED-RC     PIC S9(4).
          01 WS-EOF-SWITCH   PIC X.
          01 WS-STATE        PIC X VALUE "H".
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.
               CLOSE SUB-FILE
               CLOSE STAGE-FILE
               MOVE "Y" TO WS-FILED
               IF WS-ERROR-COUNT EQUAL TO 0
                   PERFORM CLEAR-QUARANTINE
               END-IF
           END-IF.

      * CBL_DELETE_FILE resets RETURN-CODE and answers non-zero when
      * there was no quarantined copy, which is the usual case - the
      * answer is not needed, so the code in force is put back.
       CLEAR-QUARANTINE.
           MOVE SPACES TO WS-QUAR-FILENAME.
           STRING "NUMQUAR." WS-DEPT
               DELIMITED BY SIZE INTO WS-QUAR-FILENAME.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           CALL "CBL_DELETE_FILE" USING WS-QUAR-FILENAME.
           MOVE WS-SAVED-RC TO RETURN-CODE.

       COPY-SUBMISSION-RECORD.
           READ SUB-FILE
               AT END
