      * Shared layout for one record of the BKUPCAT backup catalog:
      * one record per master file copied in a backup generation.
      * MASTBKUP copies each of the suite's in-place masters (NUMINV,
      * OPERMAST, DEPTMAST, PERIODSUM, BATCHREG, NUMINVARC) to a
      * numbered generation dataset named <master>.G<generation>,
      * and catalogs it with the record count and a hash of the
      * records copied; MASTREST restores a generation and proves
      * the restored master against the same count and hash. The
      * hash sums each byte's ordinal value times its position in
      * the record, then folds every record's sum into a running
      * total (times 31, modulo 999999999999989) so a changed,
      * dropped, or reordered record changes the hash.
      * BKC-STATUS "V" is a copy read back and verified, "M" a master
      * that was not present to copy, and "F" a copy that did not
      * read back to the same count and hash.
       01  BKC-RECORD.
           05  BKC-GENERATION   PIC 9(4).
           05  BKC-DATASET      PIC X(10).
           05  BKC-COPY-NAME    PIC X(20).
           05  BKC-TIMESTAMP    PIC X(14).
           05  BKC-OPERATOR     PIC X(8).
           05  BKC-COUNT        PIC 9(9).
           05  BKC-HASH         PIC 9(15).
           05  BKC-STATUS       PIC X.
               88  BKC-VERIFIED     VALUE "V".
               88  BKC-ABSENT       VALUE "M".
               88  BKC-FAILED       VALUE "F".
