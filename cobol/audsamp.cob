      * Audit sample selection from a NUMDATA reading file, so the
      * readings the quality reviewers and internal audit vouch
      * against source documents are chosen by a method that can be
      * shown and repeated instead of picked by hand. The operator
      * names the file - the day's NUMDATA, or a department's staged
      * batch NUMSTAGE.<dept> - and the sample:
      *   - method R, simple random: every reading equally likely,
      *     drawn without replacement by selection sampling, so the
      *     sample is exactly the size asked for;
      *   - method M, monetary-unit: every dollar equally likely, so
      *     a large reading is more likely picked than a small one -
      *     a random start inside the sampling interval, then every
      *     interval's worth of dollars through the file, a reading
      *     hit once or more sampled once. Readings are weighted by
      *     their size whatever their sign; a zero reading carries
      *     no dollars and is never hit.
      * The size is keyed as a count, or worked out from a
      * confidence level (90, 95, or 99 percent, reliability factor
      * 2.31, 3.00, or 4.61 for no expected errors) and a tolerable
      * error - a percent of readings for simple random (size =
      * factor * 100 / percent), an amount for monetary-unit
      * (interval = amount / factor). Every reading of at least the
      * key-item threshold, whatever its sign, is taken as a KEY
      * ITEM and left out of the population the sample is drawn
      * from. Details with a reading date or reading that is not
      * numeric are counted and left out; AVERAGE rejects them too.
      * The random numbers come from the suite's own generator (the
      * minimal-standard multiplicative generator, seed times 16807
      * modulo 2147483647), not the run-time library's, so a seed
      * re-draws the same sample on any machine. The seed is keyed
      * or, left blank, drawn from the clock; either way it prints
      * on the SAMPRPT listing and is logged with every other figure
      * on the SAMPLOG sample log (copybook/samplog.cpy).
      * SAMPRPT lists each sampled reading with its record number in
      * the file, batch ID, department, reading date, value, and why
      * it was picked; it is filed in the report repository through
      * RPTFILE. The run appends a RUNJRNL record: WARN when the
      * file held unusable details or the sample takes the whole
      * population, FAIL with condition code 8 for a parameter that
      * is not valid or a file that cannot be read.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUDSAMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUM-FILE ASSIGN DYNAMIC WS-SAMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.

           SELECT LOG-FILE ASSIGN TO "SAMPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUM-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "numfile.cpy".

       FD  LOG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "samplog.cpy".

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
          01 WS-NUM-STATUS   PIC XX.
          01 WS-LOG-STATUS   PIC XX.
          01 WS-ID-STATUS    PIC XX.
          01 WS-JRNL-STATUS  PIC XX.
          01 WS-OPERATOR     PIC X(8) VALUE SPACES.
          01 WS-EOF-SWITCH   PIC X.
          01 WS-TODAY        PIC 9(8).
          01 WS-SAMP-FILENAME PIC X(20).
          01 WS-DEPT         PIC X(4).
          01 WS-INPUT-OK     PIC X VALUE "Y".
          01 WS-FILE-OK      PIC X VALUE "Y".

      * Keyed parameters.
          01 WS-METHOD       PIC X.
          01 WS-BASIS        PIC X.
          01 WS-REQ-SIZE     PIC 9(5) VALUE 0.
          01 WS-CONFIDENCE   PIC 9(2) VALUE 0.
          01 WS-RELIABILITY  PIC 9V99 VALUE 0.
          01 WS-TOL-ERROR    PIC 9(9)V99 VALUE 0.
          01 WS-THRESHOLD    PIC 9(7)V99 VALUE 0.
          01 WS-SEED         PIC 9(10) VALUE 0.

      * A keyed figure: digits with at most one decimal point,
      * leading and trailing spaces allowed.
          01 WS-ENTRY        PIC X(12).
          01 WS-ENTRY-OK     PIC X.
          01 WS-ENTRY-VALUE  PIC 9(12)V99.
          01 WS-EX           PIC 9(2).
          01 WS-ENTRY-DIGITS PIC 9(2).
          01 WS-ENTRY-DOTS   PIC 9(2).
          01 WS-ENTRY-IN-NUM PIC X.
          01 WS-ENTRY-ENDED  PIC X.

      * Population figures from the first pass over the file.
          01 WS-REC-NO       PIC 9(7).
          01 WS-READ-COUNT   PIC 9(7) VALUE 0.
          01 WS-INVALID      PIC 9(7) VALUE 0.
          01 WS-POP-COUNT    PIC 9(7) VALUE 0.
          01 WS-POP-VALUE    PIC 9(12)V99 VALUE 0.
          01 WS-KEY-COUNT    PIC 9(5) VALUE 0.
          01 WS-KEY-VALUE    PIC 9(12)V99 VALUE 0.
          01 WS-ABS-VALUE    PIC 9(5)V99.
          01 WS-IS-KEY       PIC X.
          01 WS-BATCH-ID     PIC X(8).

      * The draw.
          01 WS-SAMPLE-SIZE  PIC 9(7) VALUE 0.
          01 WS-WHOLE-POP    PIC X VALUE "N".
          01 WS-SEEN         PIC 9(7).
          01 WS-PICKED       PIC 9(7).
          01 WS-INTERVAL     PIC 9(12)V9(4) VALUE 0.
          01 WS-START-POINT  PIC 9(12)V9(4) VALUE 0.
          01 WS-NEXT-POINT   PIC 9(12)V9(4).
          01 WS-CUMULATIVE   PIC 9(12)V99.
          01 WS-SIZE-WORK    PIC 9(12)V9(4).
          01 WS-SIZE-WHOLE   PIC 9(12).
          01 WS-REASON       PIC X(10).

      * Minimal-standard generator: state is 1 to 2147483646, each
      * draw multiplies by 16807 modulo 2147483647, and the uniform
      * fraction is state / 2147483647.
          01 WS-RAND-STATE   PIC 9(10).
          01 WS-RAND-PRODUCT PIC 9(18).
          01 WS-RAND-QUOT    PIC 9(18).
          01 WS-RAND-U       PIC V9(9).
          01 WS-RAND-MODULUS PIC 9(10) VALUE 2147483647.

          01 WS-VALUE-ED     PIC ZZ,ZZ9.99-.
          01 WS-AMOUNT-ED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          01 WS-POINT-ED     PIC ZZZ,ZZZ,ZZ9.9999.
          01 WS-COUNT-ED     PIC Z,ZZZ,ZZ9.
          01 WS-METHOD-NAME  PIC X(20).
          01 WS-RUN-STATUS   PIC X(4).
          01 WS-START-STAMP  PIC X(14).
          01 WS-END-STAMP    PIC X(14).
          01 WS-STAMP-DATE   PIC 9(8).
          01 WS-STAMP-TIME   PIC 9(8).
          01 WS-PRINT-LINE   PIC X(80).
          01 WS-RPT-NAME     PIC X(8).
          01 WS-RPT-PROGRAM  PIC X(8) VALUE "AUDSAMP".

       PROCEDURE DIVISION.
       Audsamp.
           PERFORM GET-OPERATOR.
           PERFORM SET-START-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-PARAMETERS.
           IF WS-INPUT-OK NOT EQUAL TO "Y"
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM MEASURE-POPULATION.
           IF WS-FILE-OK NOT EQUAL TO "Y"
               DISPLAY "AUDSAMP: cannot open "
                   FUNCTION TRIM(WS-SAMP-FILENAME)
                   " (status " WS-NUM-STATUS ") - no sample."
               MOVE "FAIL" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL
               STOP RUN
           END-IF.
           PERFORM SET-SAMPLE-SIZE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADING.
           PERFORM DRAW-SAMPLE.
           IF WS-METHOD EQUAL TO "M"
                   AND WS-POP-COUNT GREATER THAN 0
                   AND WS-PICKED EQUAL TO WS-POP-COUNT
               MOVE "Y" TO WS-WHOLE-POP
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE PRINT-FILE.
           MOVE "SAMPRPT" TO WS-RPT-NAME.
           CALL "RPTFILE" USING WS-RPT-NAME WS-TODAY
               WS-RPT-PROGRAM WS-OPERATOR.
           PERFORM WRITE-SAMPLE-LOG.
           IF WS-INVALID GREATER THAN 0
                   OR WS-WHOLE-POP EQUAL TO "Y"
               MOVE "WARN" TO WS-RUN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "GOOD" TO WS-RUN-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "AUDSAMP: " WS-PICKED " sampled and "
               WS-KEY-COUNT " key items from "
               FUNCTION TRIM(WS-SAMP-FILENAME) ", seed " WS-SEED ".".
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

       GET-PARAMETERS.
           DISPLAY "Department of a staged batch (blank for NUMDATA)? "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DEPT.
           ACCEPT WS-DEPT.
           MOVE SPACES TO WS-SAMP-FILENAME.
           IF WS-DEPT EQUAL TO SPACES
               MOVE "NUMDATA" TO WS-SAMP-FILENAME
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-DEPT) TO WS-DEPT
               STRING "NUMSTAGE." WS-DEPT
                   DELIMITED BY SIZE INTO WS-SAMP-FILENAME
           END-IF.
           DISPLAY "Method - R simple random, M monetary-unit? "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-METHOD.
           ACCEPT WS-METHOD.
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD.
           IF WS-METHOD NOT EQUAL TO "R" AND WS-METHOD NOT EQUAL TO "M"
               DISPLAY "AUDSAMP: method must be R or M - no sample."
               MOVE "N" TO WS-INPUT-OK
           ELSE
               PERFORM GET-SIZE-BASIS
           END-IF.
           IF WS-INPUT-OK EQUAL TO "Y"
               PERFORM GET-THRESHOLD
           END-IF.
           IF WS-INPUT-OK EQUAL TO "Y"
               PERFORM GET-SEED
           END-IF.

       GET-SIZE-BASIS.
           DISPLAY "Size by C count, or Z confidence and tolerable "
               "error? " WITH NO ADVANCING.
           MOVE SPACES TO WS-BASIS.
           ACCEPT WS-BASIS.
           MOVE FUNCTION UPPER-CASE(WS-BASIS) TO WS-BASIS.
           EVALUATE WS-BASIS
               WHEN "C"
                   PERFORM GET-COUNT
               WHEN "Z"
                   PERFORM GET-CONFIDENCE
               WHEN OTHER
                   DISPLAY "AUDSAMP: size basis must be C or Z - "
                       "no sample."
                   MOVE "N" TO WS-INPUT-OK
           END-EVALUATE.

       GET-COUNT.
           DISPLAY "Sample size (readings, 1-99999)? "
               WITH NO ADVANCING.
           PERFORM ACCEPT-FIGURE.
           IF WS-ENTRY-OK EQUAL TO "Y"
                   AND WS-ENTRY-VALUE NOT LESS THAN 1
                   AND WS-ENTRY-VALUE NOT GREATER THAN 99999
               MOVE WS-ENTRY-VALUE TO WS-REQ-SIZE
           ELSE
               DISPLAY "AUDSAMP: sample size must be a whole number "
                   "from 1 to 99999 - no sample."
               MOVE "N" TO WS-INPUT-OK
           END-IF.

       GET-CONFIDENCE.
           DISPLAY "Confidence level - 90, 95, or 99? "
               WITH NO ADVANCING.
           PERFORM ACCEPT-FIGURE.
           IF WS-ENTRY-OK EQUAL TO "Y"
               EVALUATE WS-ENTRY-VALUE
                   WHEN 90
                       MOVE 2.31 TO WS-RELIABILITY
                   WHEN 95
                       MOVE 3.00 TO WS-RELIABILITY
                   WHEN 99
                       MOVE 4.61 TO WS-RELIABILITY
                   WHEN OTHER
                       MOVE "N" TO WS-ENTRY-OK
               END-EVALUATE
           END-IF.
           IF WS-ENTRY-OK NOT EQUAL TO "Y"
               DISPLAY "AUDSAMP: confidence must be 90, 95, or 99 - "
                   "no sample."
               MOVE "N" TO WS-INPUT-OK
           ELSE
               MOVE WS-ENTRY-VALUE TO WS-CONFIDENCE
               IF WS-METHOD EQUAL TO "R"
                   DISPLAY "Tolerable error (percent of readings)? "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Tolerable error (amount)? "
                       WITH NO ADVANCING
               END-IF
               PERFORM ACCEPT-FIGURE
               IF WS-ENTRY-OK EQUAL TO "Y"
                       AND WS-ENTRY-VALUE GREATER THAN 0
                       AND WS-ENTRY-VALUE LESS THAN 1000000000
                       AND (WS-METHOD EQUAL TO "M"
                           OR WS-ENTRY-VALUE NOT GREATER THAN 100)
                   MOVE WS-ENTRY-VALUE TO WS-TOL-ERROR
               ELSE
                   DISPLAY "AUDSAMP: tolerable error must be above "
                       "zero (a percent at most 100) - no sample."
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.

       GET-THRESHOLD.
           DISPLAY "Always include readings of at least "
               "(amount, blank for none)? " WITH NO ADVANCING.
           PERFORM ACCEPT-FIGURE.
           IF WS-ENTRY EQUAL TO SPACES
               MOVE 0 TO WS-THRESHOLD
           ELSE
               IF WS-ENTRY-OK EQUAL TO "Y"
                       AND WS-ENTRY-VALUE LESS THAN 10000000
                   MOVE WS-ENTRY-VALUE TO WS-THRESHOLD
               ELSE
                   DISPLAY "AUDSAMP: threshold must be an amount - "
                       "no sample."
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.

      * A blank seed is drawn from the date and time of day.
       GET-SEED.
           DISPLAY "Seed (blank to draw a new one)? "
               WITH NO ADVANCING.
           PERFORM ACCEPT-FIGURE.
           IF WS-ENTRY EQUAL TO SPACES
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE WS-RAND-PRODUCT =
                   WS-TODAY * 100000000 + WS-STAMP-TIME
               DIVIDE WS-RAND-PRODUCT BY 2147483646
                   GIVING WS-RAND-QUOT REMAINDER WS-SEED
               ADD 1 TO WS-SEED
           ELSE
               IF WS-ENTRY-OK EQUAL TO "Y"
                       AND WS-ENTRY-VALUE NOT LESS THAN 1
                       AND WS-ENTRY-VALUE LESS THAN 2147483647
                       AND WS-ENTRY-DOTS EQUAL TO 0
                   MOVE WS-ENTRY-VALUE TO WS-SEED
               ELSE
                   DISPLAY "AUDSAMP: seed must be a whole number "
                       "from 1 to 2147483646 - no sample."
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           MOVE WS-SEED TO WS-RAND-STATE.

       ACCEPT-FIGURE.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK.
           MOVE 0 TO WS-ENTRY-DIGITS.
           MOVE 0 TO WS-ENTRY-DOTS.
           MOVE 0 TO WS-ENTRY-VALUE.
           MOVE "N" TO WS-ENTRY-IN-NUM.
           MOVE "N" TO WS-ENTRY-ENDED.
           PERFORM CHECK-ENTRY-CHAR
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX GREATER THAN 12.
           IF WS-ENTRY-DIGITS EQUAL TO 0
                   OR WS-ENTRY-DOTS GREATER THAN 1
               MOVE "N" TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK EQUAL TO "Y"
               COMPUTE WS-ENTRY-VALUE = FUNCTION NUMVAL(WS-ENTRY)
           END-IF.

       CHECK-ENTRY-CHAR.
           EVALUATE TRUE
               WHEN WS-ENTRY(WS-EX:1) EQUAL TO SPACE
                   IF WS-ENTRY-IN-NUM EQUAL TO "Y"
                       MOVE "Y" TO WS-ENTRY-ENDED
                   END-IF
               WHEN WS-ENTRY-ENDED EQUAL TO "Y"
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-ENTRY(WS-EX:1) IS NUMERIC
                   ADD 1 TO WS-ENTRY-DIGITS
                   MOVE "Y" TO WS-ENTRY-IN-NUM
               WHEN WS-ENTRY(WS-EX:1) EQUAL TO "."
                   ADD 1 TO WS-ENTRY-DOTS
                   MOVE "Y" TO WS-ENTRY-IN-NUM
               WHEN OTHER
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE.

      * First pass: the population the sample is drawn from, and the
      * key items taken whatever the draw.
       MEASURE-POPULATION.
           OPEN INPUT NUM-FILE.
           IF WS-NUM-STATUS NOT EQUAL TO "00"
               MOVE "N" TO WS-FILE-OK
           ELSE
               MOVE 0 TO WS-REC-NO
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM MEASURE-ONE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE NUM-FILE
           END-IF.

       MEASURE-ONE-RECORD.
           READ NUM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   ADD 1 TO WS-READ-COUNT
                   EVALUATE TRUE
                       WHEN NUM-REC-HEADER
                       WHEN NUM-REC-TRAILER
                           CONTINUE
                       WHEN NUM-REC-DETAIL
                           PERFORM MEASURE-DETAIL
                       WHEN OTHER
                           ADD 1 TO WS-INVALID
                   END-EVALUATE
           END-READ.

       MEASURE-DETAIL.
           IF NUM-READ-DATE IS NUMERIC AND NUM-VALUE IS NUMERIC
               PERFORM CLASSIFY-DETAIL
               IF WS-IS-KEY EQUAL TO "Y"
                   ADD 1 TO WS-KEY-COUNT
                   ADD WS-ABS-VALUE TO WS-KEY-VALUE
               ELSE
                   ADD 1 TO WS-POP-COUNT
                   ADD WS-ABS-VALUE TO WS-POP-VALUE
               END-IF
           ELSE
               ADD 1 TO WS-INVALID
           END-IF.

       CLASSIFY-DETAIL.
           IF NUM-VALUE LESS THAN 0
               COMPUTE WS-ABS-VALUE = 0 - NUM-VALUE
           ELSE
               MOVE NUM-VALUE TO WS-ABS-VALUE
           END-IF.
           MOVE "N" TO WS-IS-KEY.
           IF WS-THRESHOLD GREATER THAN 0
                   AND WS-ABS-VALUE NOT LESS THAN WS-THRESHOLD
               MOVE "Y" TO WS-IS-KEY
           END-IF.

      * Simple random takes the keyed count or factor * 100 /
      * percent readings; monetary-unit sets the interval from the
      * keyed count or from amount / factor, and the size is the
      * number of intervals in the population's dollars. Either is
      * rounded up. A simple random size past the population takes
      * it all; a monetary-unit sample that hit every reading is
      * flagged once it is drawn.
       SET-SAMPLE-SIZE.
           IF WS-METHOD EQUAL TO "R"
               IF WS-BASIS EQUAL TO "C"
                   MOVE WS-REQ-SIZE TO WS-SAMPLE-SIZE
               ELSE
                   COMPUTE WS-SIZE-WORK =
                       WS-RELIABILITY * 100 / WS-TOL-ERROR
                   PERFORM ROUND-SIZE-UP
               END-IF
               IF WS-SAMPLE-SIZE NOT LESS THAN WS-POP-COUNT
                   MOVE WS-POP-COUNT TO WS-SAMPLE-SIZE
                   MOVE "Y" TO WS-WHOLE-POP
               END-IF
           ELSE
               IF WS-POP-VALUE GREATER THAN 0
                   IF WS-BASIS EQUAL TO "C"
                       COMPUTE WS-INTERVAL =
                           WS-POP-VALUE / WS-REQ-SIZE
                   ELSE
                       COMPUTE WS-INTERVAL =
                           WS-TOL-ERROR / WS-RELIABILITY
                   END-IF
                   IF WS-INTERVAL LESS THAN 0.01
                       MOVE 0.01 TO WS-INTERVAL
                   END-IF
                   COMPUTE WS-SIZE-WORK = WS-POP-VALUE / WS-INTERVAL
                   PERFORM ROUND-SIZE-UP
                   PERFORM NEXT-RANDOM
                   COMPUTE WS-START-POINT ROUNDED =
                       WS-RAND-U * WS-INTERVAL
                   IF WS-START-POINT EQUAL TO 0
                       MOVE 0.0001 TO WS-START-POINT
                   END-IF
               END-IF
           END-IF.

       ROUND-SIZE-UP.
           MOVE WS-SIZE-WORK TO WS-SIZE-WHOLE.
           IF WS-SIZE-WHOLE LESS THAN WS-SIZE-WORK
               ADD 1 TO WS-SIZE-WHOLE
           END-IF.
           IF WS-SIZE-WHOLE GREATER THAN 9999999
               MOVE 9999999 TO WS-SAMPLE-SIZE
           ELSE
               MOVE WS-SIZE-WHOLE TO WS-SAMPLE-SIZE
           END-IF.

       NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807.
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOT REMAINDER WS-RAND-STATE.
           COMPUTE WS-RAND-U = WS-RAND-STATE / WS-RAND-MODULUS.

       PRINT-HEADING.
           IF WS-METHOD EQUAL TO "R"
               MOVE "SIMPLE RANDOM" TO WS-METHOD-NAME
           ELSE
               MOVE "MONETARY-UNIT" TO WS-METHOD-NAME
           END-IF.
           MOVE "Audit Sample Selection" TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "File: " WS-SAMP-FILENAME "  Drawn: " WS-TODAY
               "  By: " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Method: " WS-METHOD-NAME "  Seed: " WS-SEED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-BASIS EQUAL TO "C"
               STRING "Size keyed as a count: " WS-REQ-SIZE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE WS-TOL-ERROR TO WS-AMOUNT-ED
               IF WS-METHOD EQUAL TO "R"
                   STRING "Size from " WS-CONFIDENCE
                       "% confidence, tolerable error "
                       FUNCTION TRIM(WS-AMOUNT-ED)
                       "% of readings"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "Size from " WS-CONFIDENCE
                       "% confidence, tolerable error "
                       FUNCTION TRIM(WS-AMOUNT-ED)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-THRESHOLD GREATER THAN 0
               MOVE WS-THRESHOLD TO WS-AMOUNT-ED
               STRING "Key items: every reading of at least "
                   FUNCTION TRIM(WS-AMOUNT-ED)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "Key items: none (no threshold)" TO WS-PRINT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-POP-COUNT TO WS-COUNT-ED.
           MOVE WS-POP-VALUE TO WS-AMOUNT-ED.
           STRING "Population: " FUNCTION TRIM(WS-COUNT-ED)
               " readings, " FUNCTION TRIM(WS-AMOUNT-ED)
               " in absolute value"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-METHOD EQUAL TO "M"
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-INTERVAL TO WS-POINT-ED
               STRING "Sampling interval: " FUNCTION TRIM(WS-POINT-ED)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-START-POINT TO WS-POINT-ED
               STRING "  Random start: " FUNCTION TRIM(WS-POINT-ED)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(41:40)
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-SAMPLE-SIZE TO WS-COUNT-ED.
           IF WS-METHOD EQUAL TO "R"
               STRING "Sample size: " FUNCTION TRIM(WS-COUNT-ED)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "Selection points: " FUNCTION TRIM(WS-COUNT-ED)
                   " (a large reading can hold several)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           IF WS-WHOLE-POP EQUAL TO "Y"
               MOVE "- THE WHOLE POPULATION" TO WS-PRINT-LINE(30:22)
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           MOVE " Record Batch    Dept Date          Value  Selected"
               TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

      * Second pass: the same readings in the same order, so record
      * numbers match the first pass and the draw is repeatable.
       DRAW-SAMPLE.
           MOVE 0 TO WS-SEEN.
           MOVE 0 TO WS-PICKED.
           MOVE 0 TO WS-CUMULATIVE.
           MOVE WS-START-POINT TO WS-NEXT-POINT.
           MOVE SPACES TO WS-BATCH-ID.
           OPEN INPUT NUM-FILE.
           IF WS-NUM-STATUS EQUAL TO "00"
               MOVE 0 TO WS-REC-NO
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM DRAW-ONE-RECORD
                   UNTIL WS-EOF-SWITCH EQUAL TO "Y"
               CLOSE NUM-FILE
           END-IF.

       DRAW-ONE-RECORD.
           READ NUM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   IF NUM-REC-HEADER
                       MOVE NUM-HDR-BATCH-ID TO WS-BATCH-ID
                   END-IF
                   IF NUM-REC-DETAIL
                       IF NUM-READ-DATE IS NUMERIC
                               AND NUM-VALUE IS NUMERIC
                           PERFORM DRAW-DETAIL
                       END-IF
                   END-IF
           END-READ.

       DRAW-DETAIL.
           PERFORM CLASSIFY-DETAIL.
           MOVE SPACES TO WS-REASON.
           IF WS-IS-KEY EQUAL TO "Y"
               MOVE "KEY ITEM" TO WS-REASON
           ELSE
               IF WS-METHOD EQUAL TO "R"
                   PERFORM DRAW-RANDOM
               ELSE
                   PERFORM DRAW-MONETARY
               END-IF
           END-IF.
           IF WS-REASON NOT EQUAL TO SPACES
               PERFORM PRINT-SAMPLE-LINE
           END-IF.

      * Selection sampling: with WS-SEEN readings passed and
      * WS-PICKED taken, this reading is taken when a uniform draw
      * times the readings left is under the picks still needed.
       DRAW-RANDOM.
           IF WS-PICKED LESS THAN WS-SAMPLE-SIZE
               PERFORM NEXT-RANDOM
               IF WS-RAND-U * (WS-POP-COUNT - WS-SEEN) LESS THAN
                       WS-SAMPLE-SIZE - WS-PICKED
                   MOVE "RANDOM" TO WS-REASON
                   ADD 1 TO WS-PICKED
               END-IF
           END-IF.
           ADD 1 TO WS-SEEN.

      * The reading holds the dollars past the running total up to
      * the running total plus its size; it is taken when the next
      * selection point falls among them, and every point it holds
      * is passed.
       DRAW-MONETARY.
           ADD WS-ABS-VALUE TO WS-CUMULATIVE.
           IF WS-ABS-VALUE GREATER THAN 0
                   AND WS-INTERVAL GREATER THAN 0
                   AND WS-NEXT-POINT NOT GREATER THAN WS-CUMULATIVE
               MOVE "MONETARY" TO WS-REASON
               ADD 1 TO WS-PICKED
               PERFORM PASS-SELECTION-POINT
                   UNTIL WS-NEXT-POINT GREATER THAN WS-CUMULATIVE
           END-IF.

       PASS-SELECTION-POINT.
           ADD WS-INTERVAL TO WS-NEXT-POINT.

       PRINT-SAMPLE-LINE.
           MOVE NUM-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-REC-NO " " WS-BATCH-ID " " NUM-DEPT " "
               NUM-READ-DATE " " WS-VALUE-ED "  " WS-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-PICKED EQUAL TO 0 AND WS-KEY-COUNT EQUAL TO 0
               MOVE "  No readings sampled." TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
           END-IF.
           STRING "Sampled: " WS-PICKED "  Key items: " WS-KEY-COUNT
               "  Records read: " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-WHOLE-POP EQUAL TO "Y"
               MOVE "The sample takes the whole population."
                   TO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           IF WS-INVALID GREATER THAN 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Unusable records left out of the population: "
                   WS-INVALID
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Re-draw with the same file, method, size, "
               "threshold, and seed " WS-SEED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       WRITE-SAMPLE-LOG.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT LOG-FILE
           END-IF.
           MOVE WS-START-STAMP TO SMP-TIMESTAMP.
           MOVE WS-OPERATOR TO SMP-OPERATOR.
           MOVE WS-SAMP-FILENAME TO SMP-FILE.
           MOVE WS-METHOD TO SMP-METHOD.
           MOVE WS-BASIS TO SMP-BASIS.
           MOVE WS-CONFIDENCE TO SMP-CONFIDENCE.
           MOVE WS-TOL-ERROR TO SMP-TOL-ERROR.
           IF WS-BASIS EQUAL TO "C"
               MOVE WS-REQ-SIZE TO SMP-REQ-SIZE
           ELSE
               MOVE 0 TO SMP-REQ-SIZE
           END-IF.
           MOVE WS-THRESHOLD TO SMP-THRESHOLD.
           MOVE WS-SEED TO SMP-SEED.
           MOVE WS-POP-COUNT TO SMP-POP-COUNT.
           MOVE WS-PICKED TO SMP-SIZE.
           MOVE WS-KEY-COUNT TO SMP-KEY-ITEMS.
           WRITE SMP-RECORD.
           CLOSE LOG-FILE.

       WRITE-JOURNAL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-END-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-END-STAMP(9:6).
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE "AUDSAMP" TO JRNL-PROGRAM.
           MOVE WS-START-STAMP TO JRNL-START-TS.
           MOVE WS-END-STAMP TO JRNL-END-TS.
           MOVE SPACES TO JRNL-INPUT.
           STRING WS-SAMP-FILENAME " SEED " WS-SEED
               DELIMITED BY SIZE INTO JRNL-INPUT.
           MOVE WS-READ-COUNT TO JRNL-READ-COUNT.
           MOVE WS-INVALID TO JRNL-REJECTED.
           MOVE WS-RUN-STATUS TO JRNL-STATUS.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.
