      * Shared layout for one record of the PPISSREG positive-pay
      * issue register, keyed by the check number: every check
      * INVPOST reports to the bank on the PPISSUE positive-pay file
      * is registered here with its Luhn check digit, issue date,
      * amount, and payee, so PPAYREC can match the bank's paid
      * items against what was actually issued. PPAYREC records each
      * presentment - how many times the bank has paid the check,
      * and the first paid date and amount - so a check paid twice
      * is caught on any later file, and an issued check with no
      * presentment ages toward the stale-dated and escheat review.
       01  PPR-RECORD.
           05  PPR-NUMBER       PIC 9(5).
           05  PPR-CHECK-DIGIT  PIC X.
           05  PPR-ISSUE-DATE   PIC 9(8).
           05  PPR-AMOUNT       PIC 9(9)V99.
           05  PPR-PAYEE        PIC X(30).
           05  PPR-PAID-COUNT   PIC 9(3).
           05  PPR-PAID-DATE    PIC 9(8).
           05  PPR-PAID-AMOUNT  PIC 9(9)V99.
