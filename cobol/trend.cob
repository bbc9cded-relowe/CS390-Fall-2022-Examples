      * Prints day-over-day and month-over-month comparisons from the
      * AVGHIST run-history master that AVERAGE and STATS post to
      * after each run, so management's weekly "how does this week
      * compare to last month" question is answered from one report
      * instead of re-keying old AVGRPT/STATSRPT copies into a
      * spreadsheet.
      * AVGHIST records (copybook/avghist.cpy) are read in key order,
      * run date then program, which is run order - one row per
      * program per date, same-date reruns already folded into the
      * row by the writing program. AVERAGE and STATS rows
      * are trended separately so a STATS rerun does not distort the
      * AVERAGE comparisons. Day-over-day compares each run's average
      * to the previous run of the same program; month-over-month
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "AVGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRINT-FILE ASSIGN TO "TRENDRPT"
