      * Shared layout for one record of the LATEARR late-arrivals
      * file: a reading AVERAGE kept out of its cycle's figures
      * because it was dated before the batch header's business date.
      * AVERAGE, and AVGBATCH for each batch it accepts (from the
      * list AVGCALC leaves on LATEWORK), append one record per late
      * reading - the run's
      * business date, the batch ID and physical record number it
      * arrived in, the batch's cycle date, and the reading's
      * department, own reading date, and value. LATEADJ reads the
      * file back, books each reading to the day it belongs to (or
      * to the current open period as a prior-period adjustment when
      * that day's period is closed), and rewrites the file keeping
      * only the readings it could not post yet.
       01  LATE-RECORD.
           05  LATE-RUN-DATE    PIC 9(8).
           05  LATE-BATCH-ID    PIC X(8).
           05  LATE-RECNO       PIC 9(7).
           05  LATE-CYCLE-DATE  PIC 9(8).
           05  LATE-DEPT        PIC X(4).
           05  LATE-READ-DATE   PIC 9(8).
           05  LATE-VALUE       PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
