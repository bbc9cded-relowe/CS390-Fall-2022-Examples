      * Shared layout for one record of the SAMPLOG audit sample log,
      * appended by AUDSAMP for every sample it draws: when, by whom,
      * from which file, the method and how the size was set, the
      * key-item threshold, and the seed. Keying the same file,
      * method, size basis, figures, threshold, and seed back into
      * AUDSAMP re-draws exactly the same sample, so a reviewer can
      * show how every reading they vouched was chosen.
      * SMP-METHOD "R" is simple random, "M" monetary-unit (dollar
      * weighted). SMP-BASIS "C" is a sample size keyed as a count,
      * "Z" one worked out from SMP-CONFIDENCE (90, 95, or 99) and
      * SMP-TOL-ERROR - a percent of readings for simple random, an
      * amount for monetary-unit. SMP-REQ-SIZE is the count keyed
      * for basis "C" (zero for "Z"); a monetary-unit sample's
      * interval is the population value divided by it. SMP-SIZE is
      * the size drawn.
       01  SMP-RECORD.
           05  SMP-TIMESTAMP    PIC X(14).
           05  SMP-OPERATOR     PIC X(8).
           05  SMP-FILE         PIC X(20).
           05  SMP-METHOD       PIC X.
               88  SMP-RANDOM       VALUE "R".
               88  SMP-MONETARY     VALUE "M".
           05  SMP-BASIS        PIC X.
               88  SMP-BY-COUNT     VALUE "C".
               88  SMP-BY-CONFIDENCE VALUE "Z".
           05  SMP-CONFIDENCE   PIC 9(2).
           05  SMP-TOL-ERROR    PIC 9(9)V99.
           05  SMP-REQ-SIZE     PIC 9(5).
           05  SMP-THRESHOLD    PIC 9(7)V99.
           05  SMP-SEED         PIC 9(10).
           05  SMP-POP-COUNT    PIC 9(7).
           05  SMP-SIZE         PIC 9(7).
           05  SMP-KEY-ITEMS    PIC 9(5).
