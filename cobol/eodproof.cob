      * End-of-day proof that the day's batches reached the ledger
      * exactly once, so the auditors' question stops being answered
      * with four reports and a highlighter. BATCHREG, AVGHIST,
      * GLEXTR and GLACK are each right on their own terms; this
      * program proves they agree with each other. The operator names
      * the business date (YYYYMMDD, blank for today) and every batch
      * registered in BATCHREG (copybook/batchreg.cpy) for that date
      * is proved four ways:
      *   - its figures reached the history. The program that
      *     registered it, and the count and total archived with it,
      *     are on the batch's INPCAT input-catalog row
      *     (copybook/inpcat.cpy). AVGHIST (copybook/avghist.cpy)
      *     holds one row per program per date, so a batch AVERAGE
      *     registered is proved through AVERAGE's row for the date:
      *     the row's count and total must equal the sums of the
      *     INPCAT counts and totals of every batch AVERAGE
      *     registered that date, and each of those batches carries a
      *     break when they do not. AVGBATCH posts no AVGHIST row, so
      *     a batch it registered is proved against its own INPCAT
      *     row instead - the count and total archived with the batch
      *     must equal the registration's - and so is every AVERAGE
      *     batch once the date's row proves. A batch is NOT PROVABLE
      *     only when the figures to prove it are missing: no INPCAT
      *     row to say which run registered it, no count and total on
      *     the row or the registration, or an AVERAGE row that
      *     differs while a batch with no INPCAT row could account for
      *     the difference;
      *   - the batch went out on a GLEXTR detail with the same count
      *     and total as its registration. A detail is tied to its
      *     registration by batch ID when the BATCHLST batch name is
      *     the batch ID, otherwise by identical count and total; a
      *     batch extracted twice is a break, and so is a GLEXTR
      *     detail no registration accounts for;
      *   - the extract detail came back on GLACK as ACCEPTED - a
      *     REJECTED or unacknowledged detail is a break;
      *   - a registration BATCHREV has marked reversed has its
      *     reversing detail on the GLREVSL reversal feed.
      * The GLEXTR on file must be the extract for the business date
      * (its header date); an extract for another day leaves every
      * GL leg unproved and the report says which day it holds.
      * The proof report (PROOFRPT) lists each batch as PROVED or
      * BROKEN (or NOT PROVABLE, with the reason, when every other
      * leg proves but the history leg cannot) with a line per break,
      * then the break totals by type, and ends with sign-off lines
      * for the operator who ran the proof and the supervisor who
      * reviews it. It is filed in the report repository through
      * RPTFILE under the business date. Every run appends a record
      * to the shared RUNJRNL run journal (copybook/runjrnl.cpy): any
      * break or unprovable batch journals WARN with condition code
      * 4; a bad date or a missing BATCHREG journals FAIL with
      * condition code 8.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EODPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CAT-FILE ASSIGN TO "INPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT GLX-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.

           SELECT ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT REV-FILE ASSIGN TO "GLREVSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "batchreg.cpy".

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "avghist.cpy".

       FD  CAT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "inpcat.cpy".

       FD  GLX-FILE
           LABEL RECORDS ARE OMITTED.
          01 GLX-RECORD PIC X(74).

       FD  ACK-FILE
           LABEL RECORDS ARE OMITTED.
          01 ACK-RECORD.
             05 ACK-EXTR-DATE PIC 9(8).
             05 ACK-BATCH     PIC X(20).
             05 ACK-FLAG      PIC X.
             05 ACK-REFERENCE PIC X(12).
             05 ACK-REASON    PIC X(20).

       FD  REV-FILE
           LABEL RECORDS ARE OMITTED.
          01 REV-RECORD PIC X(75).

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
          01 WS-REG-STATUS   PIC XX.
          01 WS-HIST-STATUS  PIC XX.
          01 WS-CAT-STATUS   PIC XX.
          01 WS-GLX-STATUS   PIC XX.
          01 WS-ACK-STATUS   PIC XX.
          01 WS-REV-STATUS   PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-BUS-DATE-X   PIC X(8).
          01 WS-BUS-DATE     PIC 9(8).
          01 WS-HIST-FOUND   PIC X VALUE "N".
          01 WS-HIST-COUNT   PIC 9(7) VALUE 0.
          01 WS-HIST-TOTAL   PIC S9(12)V99 VALUE 0.
          01 WS-AVG-BATCHES  PIC 9(3) VALUE 0.
          01 WS-AVG-NO-FIGS  PIC 9(3) VALUE 0.
          01 WS-AVG-CAT-COUNT PIC 9(7) VALUE 0.
          01 WS-AVG-CAT-TOTAL PIC S9(12)V99 VALUE 0.
          01 WS-AVG-PROOF    PIC X VALUE SPACE.
          01 WS-AVG-NOTE     PIC X(50) VALUE SPACES.
          01 WS-UNKNOWN-BATCHES PIC 9(3) VALUE 0.
          01 WS-CAT-EOF      PIC X.
          01 WS-HIST-NOTE    PIC X(50).
          01 WS-GLX-PRESENT  PIC X VALUE "N".
          01 WS-EXTR-DATE    PIC 9(8) VALUE 0.
          01 WS-GLX-DETAIL.
             05 WS-GLXD-TYPE      PIC X.
             05 WS-GLXD-BATCH     PIC X(20).
             05 WS-GLXD-BUS-DATE  PIC 9(8).
             05 WS-GLXD-COUNT     PIC 9(7).
             05 WS-GLXD-TOTAL     PIC S9(12)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLXD-AVG       PIC S9(5)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
             05 WS-GLXD-REJECTED  PIC 9(7).
             05 WS-GLXD-GL-ACCT   PIC X(8).
          01 WS-GLR-DETAIL.
             05 WS-GLRD-TYPE      PIC X.
             05 WS-GLRD-BATCH     PIC X(20).
             05 WS-GLRD-BUS-DATE  PIC 9(8).
             05 FILLER            PIC X(45).
             05 WS-GLRD-FLAG      PIC X.

          01 WS-RG-MAX       PIC 9(3) VALUE 200.
          01 WS-RG-USED      PIC 9(3) VALUE 0.
          01 WS-RX           PIC 9(3).
          01 WS-RG-TABLE.
             05 WS-RG-ENTRY OCCURS 200 TIMES.
                10 WS-RG-ID        PIC X(8).
                10 WS-RG-FIGURES   PIC X.
                10 WS-RG-COUNT     PIC 9(7).
                10 WS-RG-TOTAL     PIC S9(12)V99.
                10 WS-RG-REVERSED  PIC X.
                10 WS-RG-PROGRAM   PIC X(8).
                10 WS-RG-CAT-FIGS  PIC X.
                10 WS-RG-CAT-COUNT PIC 9(7).
                10 WS-RG-CAT-TOTAL PIC S9(12)V99.

          01 WS-XT-MAX       PIC 9(3) VALUE 100.
          01 WS-XT-USED      PIC 9(3) VALUE 0.
          01 WS-XX           PIC 9(3).
          01 WS-FOUND-XX     PIC 9(3).
          01 WS-XT-TABLE.
             05 WS-XT-ENTRY OCCURS 100 TIMES.
                10 WS-XT-BATCH     PIC X(20).
                10 WS-XT-COUNT     PIC 9(7).
                10 WS-XT-TOTAL     PIC S9(12)V99.
                10 WS-XT-CLAIMED   PIC X.
                10 WS-XT-ACK       PIC X.
                10 WS-XT-REASON    PIC X(20).

          01 WS-RV-MAX       PIC 9(3) VALUE 200.
          01 WS-RV-USED      PIC 9(3) VALUE 0.
          01 WS-VX           PIC 9(3).
          01 WS-RV-TABLE.
             05 WS-RV-ENTRY OCCURS 200 TIMES.
                10 WS-RV-ID        PIC X(8).
                10 WS-RV-RUN-DATE  PIC 9(8).

          01 WS-MATCH-BATCH  PIC X(20).
          01 WS-BATCH-BREAKS PIC 9(3).
          01 WS-REG-READ     PIC 9(7) VALUE 0.
          01 WS-PROVED       PIC 9(5) VALUE 0.
          01 WS-BROKEN       PIC 9(5) VALUE 0.
          01 WS-NOT-PROVABLE PIC 9(5) VALUE 0.
          01 WS-BRK-HIST     PIC 9(5) VALUE 0.
          01 WS-BRK-GLX      PIC 9(5) VALUE 0.
          01 WS-BRK-FIGURES  PIC 9(5) VALUE 0.
          01 WS-BRK-TWICE    PIC 9(5) VALUE 0.
          01 WS-BRK-ACK      PIC 9(5) VALUE 0.
          01 WS-BRK-REVERSAL PIC 9(5) VALUE 0.
          01 WS-BRK-STRAY    PIC 9(5) VALUE 0.
          01 WS-TOTAL-BREAKS PIC 9(7) VALUE 0.
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-COUNT-ED     PIC Z(6)9.
          01 WS-COUNT2-ED    PIC Z(6)9.
          01 WS-TOTAL-ED     PIC -(12)9.99.
          01 WS-TOTAL2-ED    PIC -(12)9.99.
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "EODPROOF".

       PROCEDURE DIVISION.
       Eodproof.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           DISPLAY "Business date to prove (YYYYMMDD, blank for "
               "today)? " WITH NO ADVANCING.
           ACCEPT WS-BUS-DATE-X.
           IF WS-BUS-DATE-X EQUAL TO SPACES
               MOVE WS-START-STAMP(1:8) TO WS-BUS-DATE-X
           END-IF.
           IF WS-BUS-DATE-X IS NOT NUMERIC
               DISPLAY "EODPROOF: business date must be YYYYMMDD - "
                   "nothing proved."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           MOVE WS-BUS-DATE-X TO WS-BUS-DATE.
           PERFORM LOAD-REGISTER.
           IF WS-REG-STATUS NOT EQUAL TO "00"
               DISPLAY "EODPROOF: no BATCHREG register (status "
                   WS-REG-STATUS ") - nothing to prove."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM FIND-REGISTERING-PROGRAMS.
           PERFORM SCAN-HISTORY.
           PERFORM PROVE-AVERAGE-ROW.
           PERFORM LOAD-EXTRACT.
           PERFORM LOAD-ACKS.
           PERFORM LOAD-REVERSALS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADINGS.
           PERFORM PROVE-BATCH
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX GREATER THAN WS-RG-USED.
           IF WS-RG-USED EQUAL TO 0
               MOVE "No batches registered for the business date."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-STRAY-EXTRACTS.
           PERFORM PRINT-SUMMARY.
           PERFORM PRINT-SIGN-OFF.
           CLOSE PRINT-FILE.
           MOVE "PROOFRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-BUS-DATE
               WS-RPT-PROGRAM WS-OPERATOR.
           IF WS-TOTAL-BREAKS GREATER THAN 0
                   OR WS-NOT-PROVABLE GREATER THAN 0
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

       LOAD-REGISTER.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-REGISTER-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE REG-FILE
           END-IF.

       LOAD-REGISTER-RECORD.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF REG-RUN-DATE IS NUMERIC
                           AND REG-RUN-DATE EQUAL TO WS-BUS-DATE
                       PERFORM STORE-REGISTRATION
                   END-IF
           END-READ.

      * Registrations written before BATCHREG carried count/total
      * have no figures to prove against; they are still proved on
      * every other leg and matched to GLEXTR by batch ID only.
       STORE-REGISTRATION.
           IF WS-RG-USED LESS THAN WS-RG-MAX
               ADD 1 TO WS-RG-USED
               ADD 1 TO WS-REG-READ
               MOVE REG-BATCH-ID TO WS-RG-ID(WS-RG-USED)
               IF REG-COUNT IS NUMERIC AND REG-TOTAL IS NUMERIC
                   MOVE "Y" TO WS-RG-FIGURES(WS-RG-USED)
                   MOVE REG-COUNT TO WS-RG-COUNT(WS-RG-USED)
                   MOVE REG-TOTAL TO WS-RG-TOTAL(WS-RG-USED)
               ELSE
                   MOVE "N" TO WS-RG-FIGURES(WS-RG-USED)
                   MOVE 0 TO WS-RG-COUNT(WS-RG-USED)
                   MOVE 0 TO WS-RG-TOTAL(WS-RG-USED)
               END-IF
               IF REG-REVERSED
                   MOVE "Y" TO WS-RG-REVERSED(WS-RG-USED)
               ELSE
                   MOVE "N" TO WS-RG-REVERSED(WS-RG-USED)
               END-IF
               MOVE SPACES TO WS-RG-PROGRAM(WS-RG-USED)
               MOVE "N" TO WS-RG-CAT-FIGS(WS-RG-USED)
               MOVE 0 TO WS-RG-CAT-COUNT(WS-RG-USED)
               MOVE 0 TO WS-RG-CAT-TOTAL(WS-RG-USED)
           ELSE
               DISPLAY "EODPROOF: more than " WS-RG-MAX
                   " registrations for " WS-BUS-DATE
                   " - extras not proved."
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

      * The program that registered each batch, and the count and
      * total archived with it, are on the batch's INPCAT row: the
      * batch ID's rows are read from the start of its key range and
      * the one archived by the run on the registration's run date
      * is taken. Registrations older than the catalog have no row
      * and keep a blank program.
       FIND-REGISTERING-PROGRAMS.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS EQUAL TO "00"
               PERFORM FIND-ONE-PROGRAM
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX GREATER THAN WS-RG-USED
               CLOSE CAT-FILE
           END-IF.
           PERFORM COUNT-ONE-PROGRAM
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX GREATER THAN WS-RG-USED.

       FIND-ONE-PROGRAM.
           MOVE WS-RG-ID(WS-RX) TO IC-BATCH-ID.
           MOVE 0 TO IC-BUS-DATE.
           MOVE "N" TO WS-CAT-EOF.
           START CAT-FILE KEY IS NOT LESS THAN IC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CAT-EOF
           END-START.
           PERFORM SCAN-CATALOG-RECORD
               UNTIL WS-CAT-EOF EQUAL TO "Y".

       SCAN-CATALOG-RECORD.
           READ CAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
               NOT AT END
                   IF IC-BATCH-ID NOT EQUAL TO WS-RG-ID(WS-RX)
                       MOVE "Y" TO WS-CAT-EOF
                   ELSE
                       IF IC-RUN-DATE EQUAL TO WS-BUS-DATE
                           PERFORM STORE-CATALOG-FIGURES
                       END-IF
                   END-IF
           END-READ.

       STORE-CATALOG-FIGURES.
           MOVE IC-PROGRAM TO WS-RG-PROGRAM(WS-RX).
           IF IC-COUNT IS NUMERIC AND IC-TOTAL IS NUMERIC
               MOVE "Y" TO WS-RG-CAT-FIGS(WS-RX)
               MOVE IC-COUNT TO WS-RG-CAT-COUNT(WS-RX)
               MOVE IC-TOTAL TO WS-RG-CAT-TOTAL(WS-RX)
           ELSE
               MOVE "N" TO WS-RG-CAT-FIGS(WS-RX)
               MOVE 0 TO WS-RG-CAT-COUNT(WS-RX)
               MOVE 0 TO WS-RG-CAT-TOTAL(WS-RX)
           END-IF.

      * Every batch AVERAGE registered on the date is in its AVGHIST
      * row, so their INPCAT figures are summed for the row's proof.
       COUNT-ONE-PROGRAM.
           EVALUATE WS-RG-PROGRAM(WS-RX)
               WHEN "AVERAGE"
                   ADD 1 TO WS-AVG-BATCHES
                   IF WS-RG-CAT-FIGS(WS-RX) EQUAL TO "Y"
                       ADD WS-RG-CAT-COUNT(WS-RX) TO WS-AVG-CAT-COUNT
                       ADD WS-RG-CAT-TOTAL(WS-RX) TO WS-AVG-CAT-TOTAL
                   ELSE
                       ADD 1 TO WS-AVG-NO-FIGS
                   END-IF
               WHEN SPACES
                   ADD 1 TO WS-UNKNOWN-BATCHES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * AVERAGE writes one AVGHIST row per run date, not per batch;
      * AVGBATCH writes none, and STATS and BATCHREV rows describe
      * other things. The date's AVERAGE row is read directly on its
      * key and its figures kept for PROVE-AVERAGE-ROW.
       SCAN-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS EQUAL TO "00"
               MOVE WS-BUS-DATE TO HIST-RUN-DATE
               MOVE "AVERAGE" TO HIST-PROGRAM
               READ HIST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-HIST-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-FOUND
                       MOVE HIST-COUNT TO WS-HIST-COUNT
                       MOVE HIST-TOTAL TO WS-HIST-TOTAL
               END-READ
               CLOSE HIST-FILE
           END-IF.

      * The date's AVERAGE row is proved once, against the summed
      * INPCAT figures of the batches AVERAGE registered: "P" proved,
      * "B" broken, "N" not provable with the reason in WS-AVG-NOTE.
      * A difference is only a break when every batch on the date is
      * accounted for - a batch with no INPCAT row may be an AVERAGE
      * batch whose figures are the difference.
       PROVE-AVERAGE-ROW.
           MOVE SPACE TO WS-AVG-PROOF.
           MOVE SPACES TO WS-AVG-NOTE.
           IF WS-AVG-BATCHES GREATER THAN 0
               EVALUATE TRUE
                   WHEN WS-HIST-FOUND NOT EQUAL TO "Y"
                       MOVE "B" TO WS-AVG-PROOF
                   WHEN WS-AVG-NO-FIGS GREATER THAN 0
                       MOVE "N" TO WS-AVG-PROOF
                       MOVE "AVERAGE batch's INPCAT row has no figures"
                           TO WS-AVG-NOTE
                   WHEN WS-HIST-COUNT EQUAL TO WS-AVG-CAT-COUNT
                           AND WS-HIST-TOTAL EQUAL TO WS-AVG-CAT-TOTAL
                       MOVE "P" TO WS-AVG-PROOF
                   WHEN WS-UNKNOWN-BATCHES GREATER THAN 0
                       MOVE "N" TO WS-AVG-PROOF
                       STRING "AVGHIST row differs - uncatalogued "
                           "batch on date"
                           DELIMITED BY SIZE INTO WS-AVG-NOTE
                   WHEN OTHER
                       MOVE "B" TO WS-AVG-PROOF
               END-EVALUATE
           END-IF.

       LOAD-EXTRACT.
           OPEN INPUT GLX-FILE.
           IF WS-GLX-STATUS EQUAL TO "00"
               MOVE "Y" TO WS-GLX-PRESENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-EXTRACT-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE GLX-FILE
           END-IF.

       LOAD-EXTRACT-RECORD.
           READ GLX-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   EVALUATE GLX-RECORD(1:1)
                       WHEN "H"
                           IF GLX-RECORD(2:8) IS NUMERIC
                               MOVE GLX-RECORD(2:8) TO WS-EXTR-DATE
                           END-IF
                       WHEN "D"
                           MOVE GLX-RECORD TO WS-GLX-DETAIL
                           PERFORM STORE-EXTRACT-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       STORE-EXTRACT-DETAIL.
           IF WS-XT-USED LESS THAN WS-XT-MAX
               ADD 1 TO WS-XT-USED
               MOVE WS-GLXD-BATCH TO WS-XT-BATCH(WS-XT-USED)
               MOVE WS-GLXD-COUNT TO WS-XT-COUNT(WS-XT-USED)
               MOVE WS-GLXD-TOTAL TO WS-XT-TOTAL(WS-XT-USED)
               MOVE "N" TO WS-XT-CLAIMED(WS-XT-USED)
               MOVE "N" TO WS-XT-ACK(WS-XT-USED)
               MOVE SPACES TO WS-XT-REASON(WS-XT-USED)
           ELSE
               DISPLAY "EODPROOF: GLEXTR has more than " WS-XT-MAX
                   " details - extras not proved."
           END-IF.

       LOAD-ACKS.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-ACK-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE ACK-FILE
           END-IF.

       LOAD-ACK-RECORD.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF ACK-EXTR-DATE EQUAL TO WS-EXTR-DATE
                       SET WS-XX TO 1
                       PERFORM NEXT-XT-SLOT
                           UNTIL WS-XX GREATER THAN WS-XT-USED
                              OR WS-XT-BATCH(WS-XX) EQUAL TO ACK-BATCH
                       IF WS-XX NOT GREATER THAN WS-XT-USED
                           MOVE FUNCTION UPPER-CASE(ACK-FLAG)
                               TO WS-XT-ACK(WS-XX)
                           MOVE ACK-REASON TO WS-XT-REASON(WS-XX)
                       END-IF
                   END-IF
           END-READ.

       NEXT-XT-SLOT.
           ADD 1 TO WS-XX.

       LOAD-REVERSALS.
           OPEN INPUT REV-FILE.
           IF WS-REV-STATUS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-REVERSAL-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE REV-FILE
           END-IF.

      * BATCHREV writes the batch ID into the detail's batch field
      * and the registration's run date into its business date.
       LOAD-REVERSAL-RECORD.
           READ REV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE REV-RECORD TO WS-GLR-DETAIL
                   IF WS-GLRD-TYPE EQUAL TO "D"
                           AND WS-GLRD-FLAG EQUAL TO "R"
                           AND WS-GLRD-BUS-DATE EQUAL TO WS-BUS-DATE
                       IF WS-RV-USED LESS THAN WS-RV-MAX
                           ADD 1 TO WS-RV-USED
                           MOVE WS-GLRD-BATCH(1:8)
                               TO WS-RV-ID(WS-RV-USED)
                           MOVE WS-GLRD-BUS-DATE
                               TO WS-RV-RUN-DATE(WS-RV-USED)
                       END-IF
                   END-IF
           END-READ.

       PRINT-HEADINGS.
           MOVE "End-of-Day Batch Proof Report" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Business Date: " WS-BUS-DATE
               "  Run: " WS-START-STAMP
               "  Operator: " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-GLX-PRESENT NOT EQUAL TO "Y"
               MOVE "NO GLEXTR ON FILE - GL LEGS CANNOT BE PROVED"
                   TO WS-PRINT-LINE
           ELSE
               IF WS-EXTR-DATE NOT EQUAL TO WS-BUS-DATE
                   STRING "GLEXTR ON FILE IS THE EXTRACT FOR "
                       WS-EXTR-DATE " - GL LEGS CANNOT BE PROVED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "GL Extract Date: " WS-EXTR-DATE
                       "  Details: " WS-XT-USED
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-HIST-FOUND NOT EQUAL TO "Y"
                   AND WS-AVG-BATCHES GREATER THAN 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO AVERAGE RUN ROW ON AVGHIST FOR "
                   WS-BUS-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Batch      Count            Total  Proof"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PROVE-BATCH.
           MOVE 0 TO WS-BATCH-BREAKS.
           MOVE WS-RG-COUNT(WS-RX) TO WS-COUNT-ED.
           MOVE WS-RG-TOTAL(WS-RX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-RG-ID(WS-RX) " " WS-COUNT-ED " " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           PERFORM PROVE-HISTORY-LEG.
           PERFORM PROVE-GL-LEGS.
           IF WS-RG-REVERSED(WS-RX) EQUAL TO "Y"
               PERFORM PROVE-REVERSAL
           END-IF.
           IF WS-BATCH-BREAKS EQUAL TO 0
               IF WS-HIST-NOTE EQUAL TO SPACES
                   ADD 1 TO WS-PROVED
                   MOVE "  PROVED" TO WS-PRINT-LINE
               ELSE
                   ADD 1 TO WS-NOT-PROVABLE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  NOT PROVABLE - " WS-HIST-NOTE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-BROKEN
               IF WS-HIST-NOTE NOT EQUAL TO SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  History not provable - " WS-HIST-NOTE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               END-IF
               MOVE "  BROKEN" TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

      * An AVERAGE batch takes the date's AVGHIST row proof; then
      * every batch's INPCAT figures must match its registration.
      * Missing figures leave the reason in WS-HIST-NOTE and the
      * batch is not called PROVED.
       PROVE-HISTORY-LEG.
           MOVE SPACES TO WS-HIST-NOTE.
           EVALUATE TRUE
               WHEN WS-RG-PROGRAM(WS-RX) EQUAL TO SPACES
                   MOVE "no INPCAT row names the registering run"
                       TO WS-HIST-NOTE
               WHEN WS-RG-CAT-FIGS(WS-RX) NOT EQUAL TO "Y"
                   MOVE "INPCAT row carries no count/total"
                       TO WS-HIST-NOTE
               WHEN WS-RG-PROGRAM(WS-RX) EQUAL TO "AVERAGE"
                       AND WS-AVG-PROOF EQUAL TO "N"
                   MOVE WS-AVG-NOTE TO WS-HIST-NOTE
               WHEN WS-RG-PROGRAM(WS-RX) EQUAL TO "AVERAGE"
                       AND WS-HIST-FOUND NOT EQUAL TO "Y"
                   ADD 1 TO WS-BRK-HIST
                   MOVE "  *** NO AVGHIST AVERAGE ROW FOR THE DATE"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-BREAK
               WHEN WS-RG-PROGRAM(WS-RX) EQUAL TO "AVERAGE"
                       AND WS-AVG-PROOF EQUAL TO "B"
                   ADD 1 TO WS-BRK-HIST
                   MOVE WS-HIST-COUNT TO WS-COUNT2-ED
                   MOVE WS-HIST-TOTAL TO WS-TOTAL2-ED
                   MOVE WS-AVG-CAT-COUNT TO WS-COUNT-ED
                   MOVE WS-AVG-CAT-TOTAL TO WS-TOTAL-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  *** AVGHIST " WS-COUNT2-ED " "
                       WS-TOTAL2-ED " VS INPCAT " WS-COUNT-ED " "
                       WS-TOTAL-ED
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-BREAK
               WHEN WS-RG-FIGURES(WS-RX) NOT EQUAL TO "Y"
                   MOVE "registration carries no count/total"
                       TO WS-HIST-NOTE
               WHEN WS-RG-CAT-COUNT(WS-RX) NOT EQUAL TO
                       WS-RG-COUNT(WS-RX)
                       OR WS-RG-CAT-TOTAL(WS-RX) NOT EQUAL TO
                       WS-RG-TOTAL(WS-RX)
                   ADD 1 TO WS-BRK-HIST
                   MOVE WS-RG-CAT-COUNT(WS-RX) TO WS-COUNT2-ED
                   MOVE WS-RG-CAT-TOTAL(WS-RX) TO WS-TOTAL2-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  *** INPCAT " WS-COUNT2-ED " "
                       WS-TOTAL2-ED " DIFFERS FROM REGISTRATION"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-BREAK.
           ADD 1 TO WS-BATCH-BREAKS.
           ADD 1 TO WS-TOTAL-BREAKS.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * The detail is claimed as it is matched so a second
      * registration cannot prove against the same extract line and
      * whatever is left unclaimed at the end was never registered.
       PROVE-GL-LEGS.
           MOVE 0 TO WS-FOUND-XX.
           IF WS-EXTR-DATE EQUAL TO WS-BUS-DATE
               MOVE WS-RG-ID(WS-RX) TO WS-MATCH-BATCH
               SET WS-XX TO 1
               PERFORM NEXT-XT-SLOT
                   UNTIL WS-XX GREATER THAN WS-XT-USED
                      OR (WS-XT-BATCH(WS-XX) EQUAL TO WS-MATCH-BATCH
                          AND WS-XT-CLAIMED(WS-XX) EQUAL TO "N")
               IF WS-XX NOT GREATER THAN WS-XT-USED
                   MOVE WS-XX TO WS-FOUND-XX
               ELSE
                   IF WS-RG-FIGURES(WS-RX) EQUAL TO "Y"
                       PERFORM MATCH-BY-FIGURES
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND-XX EQUAL TO 0
               ADD 1 TO WS-BRK-GLX
               MOVE "  *** NOT ON THE GLEXTR EXTRACT" TO WS-PRINT-LINE
               PERFORM WRITE-BREAK
           ELSE
               MOVE "Y" TO WS-XT-CLAIMED(WS-FOUND-XX)
               PERFORM CHECK-EXTRACT-FIGURES
               PERFORM CHECK-EXTRACTED-TWICE
               PERFORM CHECK-ACKNOWLEDGMENT
           END-IF.

       MATCH-BY-FIGURES.
           SET WS-XX TO 1.
           PERFORM NEXT-XT-SLOT
               UNTIL WS-XX GREATER THAN WS-XT-USED
                  OR (WS-XT-CLAIMED(WS-XX) EQUAL TO "N"
                      AND WS-XT-COUNT(WS-XX) EQUAL TO WS-RG-COUNT(WS-RX)
                      AND WS-XT-TOTAL(WS-XX)
                          EQUAL TO WS-RG-TOTAL(WS-RX)).
           IF WS-XX NOT GREATER THAN WS-XT-USED
               MOVE WS-XX TO WS-FOUND-XX
           END-IF.

       CHECK-EXTRACT-FIGURES.
           IF WS-RG-FIGURES(WS-RX) EQUAL TO "Y"
               IF WS-XT-COUNT(WS-FOUND-XX) NOT EQUAL TO
                       WS-RG-COUNT(WS-RX)
                       OR WS-XT-TOTAL(WS-FOUND-XX) NOT EQUAL TO
                       WS-RG-TOTAL(WS-RX)
                   ADD 1 TO WS-BRK-FIGURES
                   MOVE WS-XT-COUNT(WS-FOUND-XX) TO WS-COUNT2-ED
                   MOVE WS-XT-TOTAL(WS-FOUND-XX) TO WS-TOTAL2-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  *** GLEXTR " WS-COUNT2-ED " "
                       WS-TOTAL2-ED " DIFFERS FROM REGISTRATION"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-BREAK
               END-IF
           END-IF.

       CHECK-EXTRACTED-TWICE.
           MOVE WS-XT-BATCH(WS-FOUND-XX) TO WS-MATCH-BATCH.
           SET WS-XX TO 1.
           PERFORM NEXT-XT-SLOT
               UNTIL WS-XX GREATER THAN WS-XT-USED
                  OR (WS-XT-BATCH(WS-XX) EQUAL TO WS-MATCH-BATCH
                      AND WS-XT-CLAIMED(WS-XX) EQUAL TO "N").
           IF WS-XX NOT GREATER THAN WS-XT-USED
               MOVE "Y" TO WS-XT-CLAIMED(WS-XX)
               ADD 1 TO WS-BRK-TWICE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** EXTRACTED MORE THAN ONCE AS "
                   FUNCTION TRIM(WS-MATCH-BATCH)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-BREAK
           END-IF.

       CHECK-ACKNOWLEDGMENT.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE WS-XT-ACK(WS-FOUND-XX)
               WHEN "A"
                   CONTINUE
               WHEN "R"
                   ADD 1 TO WS-BRK-ACK
                   STRING "  *** GLACK REJECTED - "
                       FUNCTION TRIM(WS-XT-REASON(WS-FOUND-XX))
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-BREAK
               WHEN OTHER
                   ADD 1 TO WS-BRK-ACK
                   MOVE "  *** NOT ACKNOWLEDGED ACCEPTED ON GLACK"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-BREAK
           END-EVALUATE.

       PROVE-REVERSAL.
           SET WS-VX TO 1.
           PERFORM NEXT-RV-SLOT
               UNTIL WS-VX GREATER THAN WS-RV-USED
                  OR WS-RV-ID(WS-VX) EQUAL TO WS-RG-ID(WS-RX).
           IF WS-VX GREATER THAN WS-RV-USED
               ADD 1 TO WS-BRK-REVERSAL
               MOVE "  *** REVERSED BY BATCHREV - NO GLREVSL ENTRY"
                   TO WS-PRINT-LINE
               PERFORM WRITE-BREAK
           ELSE
               MOVE "  Reversed - GLREVSL entry present"
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       NEXT-RV-SLOT.
           ADD 1 TO WS-VX.

       PRINT-STRAY-EXTRACTS.
           IF WS-EXTR-DATE EQUAL TO WS-BUS-DATE
               PERFORM CHECK-STRAY-EXTRACT
                   VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX GREATER THAN WS-XT-USED
           END-IF.

       CHECK-STRAY-EXTRACT.
           IF WS-XT-CLAIMED(WS-XX) EQUAL TO "N"
               IF WS-BRK-STRAY EQUAL TO 0
                   MOVE SPACES TO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
                   MOVE "GLEXTR details with no registration"
                       TO WS-PRINT-LINE
                   WRITE PRINT-RECORD FROM WS-PRINT-LINE
               END-IF
               ADD 1 TO WS-BRK-STRAY
               ADD 1 TO WS-TOTAL-BREAKS
               MOVE WS-XT-COUNT(WS-XX) TO WS-COUNT-ED
               MOVE WS-XT-TOTAL(WS-XX) TO WS-TOTAL-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  *** " WS-XT-BATCH(WS-XX) " " WS-COUNT-ED
                   " " WS-TOTAL-ED " NOT REGISTERED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Batches registered: " WS-RG-USED
               "  Proved: " WS-PROVED
               "  With breaks: " WS-BROKEN
               "  Not provable: " WS-NOT-PROVABLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Breaks - AVGHIST:        " WS-BRK-HIST
               "  not extracted: " WS-BRK-GLX
               "  figures differ: " WS-BRK-FIGURES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "         extracted twice: " WS-BRK-TWICE
               "  not accepted:  " WS-BRK-ACK
               "  no GLREVSL:     " WS-BRK-REVERSAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "         extracted, not registered: " WS-BRK-STRAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-TOTAL-BREAKS EQUAL TO 0
                   AND WS-NOT-PROVABLE EQUAL TO 0
               MOVE "PROOF COMPLETE - EVERY BATCH REACHED THE LEDGER "
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "EXACTLY ONCE" TO WS-PRINT-LINE
           ELSE
               IF WS-TOTAL-BREAKS GREATER THAN 0
                   STRING "PROOF NOT COMPLETE - " WS-TOTAL-BREAKS
                       " BREAK(S) TO RESOLVE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "PROOF NOT COMPLETE - " WS-NOT-PROVABLE
                       " BATCH(ES) NOT PROVABLE ON AVGHIST"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-SIGN-OFF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Prepared by: " WS-OPERATOR
               "  Signature: ____________________"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Reviewed by: ________  Signature: _________________"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE "Date reviewed: ________" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "EODPROOF" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE "BATCHREG" TO JRNL-INPUT.
           MOVE WS-REG-READ TO JRNL-READ-COUNT.
           MOVE WS-TOTAL-BREAKS TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
