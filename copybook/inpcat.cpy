      * Shared layout for one record of the INPCAT input catalog,
      * maintained by the INPFILE archiving module and read by
      * RESTATE. Every batch AVERAGE or AVGBATCH accepts - in balance
      * and registered on BATCHREG - is copied out of the day's input
      * dataset to INP.<batchid>.<businessdate> and catalogued here,
      * one row per batch ID and business date, so the input behind
      * any posted figure can be shown to audit or rerun after a
      * DEPTMAST or DEPTLIM correction.
      * The row carries the batch's trailer totals (expected detail
      * count and hash total) and the figures the accepting run
      * produced from it - readings accepted, total, rejects, late
      * arrivals - so a restatement can be set against them without
      * going back to BATCHREG or AVGHIST. Archiving the same batch
      * and business date again (an approved RERUNOK rerun)
      * overwrites the held copy and replaces its row.
      * INPCAT is an indexed file keyed on IC-KEY - batch ID plus
      * business date - so a batch's archives are read directly and
      * the catalog can grow for as long as the archives are kept;
      * the key is what makes a second row for one batch and date
      * impossible. The run date, program and operator tie the row
      * back to the BATCHREG registration and the RUNJRNL run that
      * accepted it.
       01  INPCAT-RECORD.
           05  IC-KEY.
               10  IC-BATCH-ID      PIC X(8).
               10  IC-BUS-DATE      PIC 9(8).
           05  IC-RUN-DATE      PIC 9(8).
           05  IC-PROGRAM       PIC X(8).
           05  IC-OPERATOR      PIC X(8).
           05  IC-FILED-TS      PIC X(14).
           05  IC-SOURCE        PIC X(40).
           05  IC-RECORDS       PIC 9(7).
           05  IC-TRL-COUNT     PIC 9(7).
           05  IC-TRL-HASH      PIC S9(10)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  IC-COUNT         PIC 9(7).
           05  IC-TOTAL         PIC S9(12)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  IC-REJECTED      PIC 9(5).
           05  IC-LATE          PIC 9(7).
           05  IC-FILENAME      PIC X(30).
       01  INPCAT-RECORD-RAW REDEFINES INPCAT-RECORD PIC X(185).
