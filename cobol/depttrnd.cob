      * Prints day-over-day and month-over-month comparisons per
      * department from the DEPTHIST department history file AVERAGE
      * posts to after each run (copybook/depthist.cpy), the same
      * way TREND reads the run-level AVGHIST - so cost accounting's
      * "has ACCT's average been creeping up since July" is answered
      * from one report instead of old AVGRPT copies re-keyed into a
      * spreadsheet.
      * DEPTHIST records are read in key order, run date then
      * department, which is run order; each department is trended
      * separately.
      * Day-over-day compares a department's average to its previous
      * run; month-over-month compares to its last run of the prior
      * recorded month. A change column shows "n/a" when there is no
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DHIST-STATUS.

           SELECT TOL-FILE ASSIGN TO "TRNDTOL"
