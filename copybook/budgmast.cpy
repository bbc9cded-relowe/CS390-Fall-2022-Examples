      * Shared layout for one record of the BUDGMAST department
      * budget master finance maintains: one record per department
      * per accounting month, keyed by the DEPTMAST department code
      * (copybook/deptmast.cpy) plus the period (YYYYMM), carrying
      * the budgeted reading count and the budgeted dollar total for
      * that department's month. BUDGVAR sets it against the DEPTHIST
      * actuals and the closed PERIODSUM rows for the budget-vs-
      * actual variance report. A second record for the same
      * department and period is reported and ignored, not added in.
       01  BUDG-RECORD.
           05  BUDG-KEY.
               10  BUDG-DEPT    PIC X(4).
               10  BUDG-PERIOD  PIC 9(6).
           05  BUDG-COUNT       PIC 9(7).
           05  BUDG-TOTAL       PIC S9(12)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
