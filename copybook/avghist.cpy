      * Shared layout for one run-history record on the AVGHIST
      * history master, written by AVERAGE and STATS after each run
      * and read back by TREND and MONTHEND. One record per program
      * per run date: the run date, the program that ran, and that
      * run's figures.
      * AVERAGE does not compute min/max/std deviation, so its records
      * carry zeros there; STATS fills every field. HIST-EXCEPTIONS is
      * the run's control-limit exception count (AVERAGE fills it,
      * valid readings (AVERAGE carries zeros) so TREND can compare
      * the distribution's center and tails over time, not just the
      * mean a big department reading drags around.
      * AVGHIST is an indexed file keyed on HIST-KEY - run date plus
      * program - so one date's rows are read directly instead of
      * rereading the history from the top. There is one row per
      * program per date: a second AVERAGE or BATCHREV run on the
      * same date is added into that date's row (counts, totals, and
      * exceptions summed, the average recomputed), while a STATS
      * rerun replaces the row, since STATS recomputes the whole
      * day's figures and its order statistics cannot be summed.
      * A history kept in the earlier line-sequential layout (the
      * same fields, one row per run) is loaded once with HISTCONV.
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-RUN-DATE    PIC 9(8).
               10  HIST-PROGRAM     PIC X(8).
           05  HIST-COUNT       PIC 9(7).
           05  HIST-REJECTED    PIC 9(7).
           05  HIST-TOTAL       PIC S9(12)V99
