      * the AVGLOCK token before touching NUMDATA, AVGCKPT, EXCPRPT,
      * NUMSUSP, and RUNJRNL, and the NUMINV writers (Count-User,
      * Count-User2, NUMMAINT, NUMAPPLY, INVPOST, PRNTCONF) take
      * NUMINVLK, and a KEYENTRY key-entry session takes KEYLOCK for
      * as long as it works on KEYCTL - a second starter is refused
      * with a console message naming the run that holds the lock.
      * When the holder crashed without releasing, the operator
      * clears the lock here: the holder is shown, the clear must be
      * confirmed, and every forced clear is journaled to RUNJRNL so
      * the scrambled-checkpoint post-mortem can see who cleared what
      * and when.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LOCKCLR.

       Lockclr.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           DISPLAY "Clear which lock - A (AVGLOCK, averaging), "
               "N (NUMINVLK, inventory), or K (KEYLOCK, key entry)? "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN "A"
                   MOVE "AVGLOCK" TO WS-LOCK-FILENAME
               WHEN "N"
                   MOVE "NUMINVLK" TO WS-LOCK-FILENAME
               WHEN "K"
                   MOVE "KEYLOCK" TO WS-LOCK-FILENAME
               WHEN OTHER
                   DISPLAY "Please choose A, N, or K - nothing "
                       "cleared."
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT LOCK-FILE.
