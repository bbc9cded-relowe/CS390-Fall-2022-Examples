      * Shared layout for one record of a KEYWORK.<batch ID> key-entry
      * work file: one reading of a paper-tally batch as the first
      * operator keyed it and as the second operator re-keyed it
      * blind, in keying order. KW-KEYED / KW-V-KEYED say whether
      * each keying has the reading at all - a tally line one
      * operator skipped or keyed twice leaves the other side
      * empty. KW-STATE is "K" keyed and not yet verified, "M" the
      * two keyings match, "D" they differ and the reading is
      * unresolved, "C" resolved - the first-keying fields then
      * hold the value confirmed from the tally - or "X" resolved by
      * dropping a line that is not on the tally. Only "M" and "C"
      * readings are released to NUMSTAGE.<dept>.
       01  KW-RECORD.
           05  KW-SEQ           PIC 9(5).
           05  KW-KEYED         PIC X.
           05  KW-DEPT          PIC X(4).
           05  KW-READ-DATE     PIC 9(8).
           05  KW-VALUE         PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  KW-V-KEYED       PIC X.
           05  KW-V-DEPT        PIC X(4).
           05  KW-V-READ-DATE   PIC 9(8).
           05  KW-V-VALUE       PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  KW-STATE         PIC X.
               88  KW-MATCHED       VALUE "M".
               88  KW-DIFFERS       VALUE "D".
               88  KW-CORRECTED     VALUE "C".
               88  KW-DROPPED       VALUE "X".
