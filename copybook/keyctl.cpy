      * Shared layout for one record of the KEYCTL key-entry control
      * file KEYENTRY keeps for each paper-tally batch keyed at the
      * console: the header it was opened with (batch ID,
      * department, business date), who keyed it and who verified
      * it, and where it stands - "K" keyed and waiting for the blind
      * verify keying, "D" verified with differences still to be
      * resolved (or, with KC-DIFFS zero, agreed but held because
      * the department's NUMSTAGE.<dept> was still staged - R
      * releases it), "R" released to NUMSTAGE.<dept>. KC-COUNT and
      * KC-HASH are the detail count and hash total of the batch as
      * keyed, and on release as staged; KC-DIFFS is the number of
      * readings still in difference. The readings themselves are
      * on the batch's KEYWORK.<batch ID> work file
      * (copybook/keywork.cpy).
       01  KC-RECORD.
           05  KC-BATCH-ID      PIC X(8).
           05  KC-DEPT          PIC X(4).
           05  KC-BUS-DATE      PIC 9(8).
           05  KC-STATUS        PIC X.
               88  KC-KEYED         VALUE "K".
               88  KC-DIFFERENCES   VALUE "D".
               88  KC-RELEASED      VALUE "R".
           05  KC-COUNT         PIC 9(7).
           05  KC-HASH          PIC S9(10)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  KC-DIFFS         PIC 9(5).
           05  KC-KEY-OPER      PIC X(8).
           05  KC-KEY-TS        PIC X(14).
           05  KC-VER-OPER      PIC X(8).
           05  KC-VER-TS        PIC X(14).
           05  KC-REL-TS        PIC X(14).
