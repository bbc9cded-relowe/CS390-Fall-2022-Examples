      * Shared layout for one record of the DEPTHIST department
      * history file AVERAGE posts to alongside its run-level
      * AVGHIST record: one record per department per run - the run
      * date, the department code, and that department's count,
      * total, and average for the run. DEPTTRND reads it back for
      * the per-department trend report, so "has ACCT been creeping
      * up since July" stops meaning old AVGRPT copies re-keyed into
      * a spreadsheet.
      * DEPTHIST is an indexed file keyed on DH-KEY - run date plus
      * department - so one date, or one department over a range of
      * dates, is read directly. A department's second run on the
      * same date is added into that date's record (count and total
      * summed, the average recomputed) rather than written twice.
      * A history kept in the earlier line-sequential layout is
      * loaded once with HISTCONV, which folds rows the same way.
       01  DH-RECORD.
           05  DH-KEY.
               10  DH-RUN-DATE      PIC 9(8).
               10  DH-DEPT          PIC X(4).
           05  DH-COUNT         PIC 9(7).
           05  DH-TOTAL         PIC S9(12)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
