      * log with a timestamp, and OPERMAINT prints that log for the
      * auditors.
      * Role "D" is document control (number generation, inventory
      * maintenance, the sequence audits, the INVASOF as-of
      * inventory status report, and REQNFILL check-number
      * requisitions), role "O" is operations
      * (the averaging, statistics, and report runs, the HISTINQ
      * run-history inquiry, AUDSAMP audit sample selection, and
      * KEYENTRY console key-entry and blind verify of paper
      * tallies),
      * and role "A" sees everything including
      * operator maintenance and the dual-control approval of held
      * voids and batch reversals (APPROVAL) with its approval log
      * report (APPRRPT), the MASTREST restore of a master file
      * from a MASTBKUP backup generation, and the SODRPT
      * segregation-of-duties conflict report for the quarterly
      * access review. Only the signed-on role's options are shown,
      * and the choice is checked against the role again before
      * anything runs. With no OPERMAST the menu refuses to start.
      * The signed-on operator ID is written to the OPERID dataset so
      * the programs the menu launches carry it into SEQAUDITLOG and
      * the RUNJRNL run journal automatically, exactly as before;
               DISPLAY "14. Clear a run interlock (LOCKCLR)"
           END-IF.
           DISPLAY "15. Reprint a filed report (RPTPRINT)".
           IF WS-ROLE EQUAL TO "A"
               DISPLAY "16. Approve held voids/reversals (APPROVAL)"
               DISPLAY "17. Approval log report (APPRRPT)"
           END-IF.
           IF WS-ROLE EQUAL TO "O" OR WS-ROLE EQUAL TO "A"
               DISPLAY "18. Run history inquiry (HISTINQ)"
           END-IF.
           IF WS-ROLE EQUAL TO "D" OR WS-ROLE EQUAL TO "A"
               DISPLAY "19. Inventory status as of a date (INVASOF)"
           END-IF.
           IF WS-ROLE EQUAL TO "A"
               DISPLAY "20. Restore a master file backup (MASTREST)"
           END-IF.
           IF WS-ROLE EQUAL TO "D" OR WS-ROLE EQUAL TO "A"
               DISPLAY "21. Fill check-number requisitions (REQNFILL)"
           END-IF.
           IF WS-ROLE EQUAL TO "A"
               DISPLAY "22. Segregation-of-duties report (SODRPT)"
           END-IF.
           IF WS-ROLE EQUAL TO "O" OR WS-ROLE EQUAL TO "A"
               DISPLAY "23. Audit sample selection (AUDSAMP)"
           END-IF.
           IF WS-ROLE EQUAL TO "O" OR WS-ROLE EQUAL TO "A"
               DISPLAY "24. Key-entry and verify (KEYENTRY)"
           END-IF.
           DISPLAY "25. Exit".
           DISPLAY "Choice? " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

                   END-IF
               WHEN 15
                   PERFORM RUN-CHOICE
               WHEN 16 THRU 17
                   IF WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 18
                   IF WS-ROLE EQUAL TO "O" OR WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 19
                   IF WS-ROLE EQUAL TO "D" OR WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 20
                   IF WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 21
                   IF WS-ROLE EQUAL TO "D" OR WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 22
                   IF WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 23
                   IF WS-ROLE EQUAL TO "O" OR WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 24
                   IF WS-ROLE EQUAL TO "O" OR WS-ROLE EQUAL TO "A"
                       PERFORM RUN-CHOICE
                   ELSE
                       PERFORM REFUSE-CHOICE
                   END-IF
               WHEN 25
                   SET WS-DONE TO "Y"
               WHEN OTHER
                   DISPLAY "Please choose from the menu."
               WHEN 15
                   MOVE "sh batch/run-suite.sh rptprint"
                       TO WS-COMMAND
               WHEN 16
                   MOVE "sh batch/run-suite.sh approval"
                       TO WS-COMMAND
               WHEN 17
                   MOVE "sh batch/run-suite.sh apprrpt"
                       TO WS-COMMAND
               WHEN 18
                   MOVE "sh batch/run-suite.sh histinq"
                       TO WS-COMMAND
               WHEN 19
                   MOVE "sh batch/run-suite.sh invasof"
                       TO WS-COMMAND
               WHEN 20
                   MOVE "sh batch/run-suite.sh mastrest"
                       TO WS-COMMAND
               WHEN 21
                   MOVE "sh batch/run-suite.sh reqnfill"
                       TO WS-COMMAND
               WHEN 22
                   MOVE "sh batch/run-suite.sh sodrpt"
                       TO WS-COMMAND
               WHEN 23
                   MOVE "sh batch/run-suite.sh audsamp"
                       TO WS-COMMAND
               WHEN 24
                   MOVE "sh batch/run-suite.sh keyentry"
                       TO WS-COMMAND
           END-EVALUATE.
           CALL "SYSTEM" USING WS-COMMAND.
