      * through RPTFILE (keyed by report name and business date,
      * indexed on RPTINDEX) so RPTPRINT can reproduce it later
      * instead of the next run overwriting the only copy.
      * Each batch taken for registration on BATCHREG is also
      * archived through INPFILE as soon as it is accepted - the
      * batch file's header-to-trailer records copied to
      * INP.<batchid>.<businessdate> and catalogued on INPCAT with
      * its trailer totals and this run's figures for it - so the
      * input survives the next day's batch files and RESTATE can
      * rerun it through the current validation later.
      * Late readings (dated before their batch header's business
      * date) are kept out of the batch figures by AVGCALC, which
      * lists them on the LATEWORK work file for each batch it reads.
      * For every batch the run takes into its grand totals they are
      * appended to the LATEARR late-arrivals file
      * (copybook/latearr.cpy), exactly as AVERAGE writes its own, so
      * LATEADJ books them to their day whichever program accepted
      * the batch; a duplicate or unreadable batch adds nothing.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. AVGBATCH.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT LATEW-FILE ASSIGN TO "LATEWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATEW-STATUS.

           SELECT LATE-FILE ASSIGN TO "LATEARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE
                10 CKB-REG-COUNT  PIC 9(7).
                10 CKB-REG-TOTAL  PIC S9(12)V99
                    SIGN IS TRAILING SEPARATE CHARACTER.
                10 CKB-REG-DEPT   PIC X(4).

       FD  DEPT-FILE
           LABEL RECORDS ARE OMITTED.
             05 LOCK-TS       PIC X(14).
             05 LOCK-OPERATOR PIC X(8).

       FD  LATEW-FILE
           LABEL RECORDS ARE OMITTED.
          01 LATEW-RECORD PIC X(51).

       FD  LATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "latearr.cpy".

       WORKING-STORAGE SECTION.
          01 WS-EOF-SWITCH     PIC X VALUE "N".
          01 WS-BATCH-NAME     PIC X(20).
          01 WS-BATCH-BALANCE  PIC X.
          01 WS-BATCH-LATE     PIC 9(7).
          01 WS-BATCH-DEPT     PIC X(4).
          01 WS-INP-COUNT      PIC 9(7).
          01 WS-INP-TOTAL      PIC S9(12)V99.
          01 WS-DEPT-STATUS    PIC XX.
          01 WS-DM-EOF         PIC X.
          01 WS-DM-MAX         PIC 9(2) VALUE 50.
          01 WS-CKPT-FILENAME  PIC X(20) VALUE "AVBCKPT".
          01 WS-GLXW-FILENAME  PIC X(20) VALUE "GLEXTRWK".
          01 WS-GLFIX-FILENAME PIC X(20) VALUE "GLEXTRFX".
          01 WS-LATEW-STATUS   PIC XX.
          01 WS-LATE-STATUS    PIC XX.
          01 WS-LATEW-EOF      PIC X.
          01 WS-LATEW-FILENAME PIC X(20) VALUE "LATEWORK".
          01 WS-GL-KEPT        PIC 9(7).
          01 WS-ENTRY-NO       PIC 9(5) VALUE 0.
          01 WS-SKIP-REMAIN    PIC 9(5) VALUE 0.
                10 WS-RG-ID       PIC X(8).
                10 WS-RG-COUNT    PIC 9(7).
                10 WS-RG-TOTAL    PIC S9(12)V99.
                10 WS-RG-DEPT     PIC X(4).

          01 WS-LOCK-STATUS  PIC XX.
          01 WS-LOCK-TAKEN   PIC X VALUE "N".
                   ADD WS-BATCH-SUM TO WS-GRAND-SUM
                   ADD WS-BATCH-REJECTED TO WS-GRAND-REJECTED
                   PERFORM PRINT-BATCH-LINE
                   IF WS-BATCH-LATE GREATER THAN 0
                       PERFORM POST-LATE-ARRIVALS
                   END-IF
                   PERFORM RECONCILE-BATCH
                   PERFORM WRITE-GLX-DETAIL
                   IF WS-BATCH-BALANCE EQUAL TO "Y"
           END-IF.
           PERFORM WRITE-BATCH-CHECKPOINT.

      * AVGCALC left this batch's late readings on LATEWORK in the
      * LATEARR layout; they are added to LATEARR for LATEADJ.
       POST-LATE-ARRIVALS.
           OPEN INPUT LATEW-FILE.
           IF WS-LATEW-STATUS EQUAL TO "00"
               OPEN EXTEND LATE-FILE
               IF WS-LATE-STATUS NOT EQUAL TO "00"
                   OPEN OUTPUT LATE-FILE
               END-IF
               MOVE "N" TO WS-LATEW-EOF
               PERFORM COPY-LATE-ARRIVAL
                   UNTIL WS-LATEW-EOF EQUAL TO "Y"
               CLOSE LATE-FILE
               CLOSE LATEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-LATEW-FILENAME
           ELSE
               DISPLAY "AVGBATCH: no LATEWORK for batch " WS-BATCH-ID
                   " - its late arrivals are not on LATEARR."
           END-IF.

       COPY-LATE-ARRIVAL.
           READ LATEW-FILE
               AT END
                   MOVE "Y" TO WS-LATEW-EOF
               NOT AT END
                   WRITE LATE-RECORD FROM LATEW-RECORD
           END-READ.

       CHECK-REGISTER.
           MOVE "N" TO WS-DUP-FOUND.
           MOVE "N" TO WS-OVERRIDE.
                   MOVE WS-BATCH-ID TO WS-RG-ID(WS-REG-USED)
                   MOVE WS-BATCH-COUNT TO WS-RG-COUNT(WS-REG-USED)
                   MOVE WS-BATCH-SUM TO WS-RG-TOTAL(WS-REG-USED)
                   MOVE WS-BATCH-DEPT TO WS-RG-DEPT(WS-REG-USED)
                   PERFORM ARCHIVE-BATCH-INPUT
               ELSE
                   DISPLAY "AVGBATCH: more than " WS-REG-MAX
                       " registrations pending - batch "
               END-IF
           END-IF.

       ARCHIVE-BATCH-INPUT.
           MOVE WS-BATCH-COUNT TO WS-INP-COUNT.
           MOVE WS-BATCH-SUM TO WS-INP-TOTAL.
           CALL "INPFILE" USING WS-BATCH-FILENAME WS-BATCH-ID
               WS-BATCH-BUS-DATE WS-RUN-DATE WS-RPT-PROGRAM
               WS-OPERATOR WS-INP-COUNT WS-INP-TOTAL
               WS-BATCH-REJECTED WS-BATCH-LATE.

       WRITE-REGISTRATIONS.
           IF WS-REG-USED GREATER THAN 0
               OPEN EXTEND REG-FILE
           MOVE WS-RG-COUNT(WS-RGX) TO REG-COUNT.
           MOVE WS-RG-TOTAL(WS-RGX) TO REG-TOTAL.
           MOVE "P" TO REG-STATUS.
           MOVE WS-RG-DEPT(WS-RGX) TO REG-DEPT.
           WRITE REG-RECORD.

       RELEASE-GL-EXTRACT.
           MOVE CKB-REG-ID(WS-RGX) TO WS-RG-ID(WS-RGX).
           MOVE CKB-REG-COUNT(WS-RGX) TO WS-RG-COUNT(WS-RGX).
           MOVE CKB-REG-TOTAL(WS-RGX) TO WS-RG-TOTAL(WS-RGX).
           MOVE CKB-REG-DEPT(WS-RGX) TO WS-RG-DEPT(WS-RGX).

       VALIDATE-BATCH-CHECKPOINT.
           IF WS-SKIP-REMAIN GREATER THAN 0
               MOVE SPACES TO CKB-REG-ID(WS-RGX)
               MOVE 0 TO CKB-REG-COUNT(WS-RGX)
               MOVE 0 TO CKB-REG-TOTAL(WS-RGX)
               MOVE SPACES TO CKB-REG-DEPT(WS-RGX)
           ELSE
               MOVE WS-RG-ID(WS-RGX) TO CKB-REG-ID(WS-RGX)
               MOVE WS-RG-COUNT(WS-RGX) TO CKB-REG-COUNT(WS-RGX)
               MOVE WS-RG-TOTAL(WS-RGX) TO CKB-REG-TOTAL(WS-RGX)
               MOVE WS-RG-DEPT(WS-RGX) TO CKB-REG-DEPT(WS-RGX)
           END-IF.

       RECONCILE-BATCH.
