      * Shared layout for one record of the INVJRNL inventory change
      * journal. Every program that writes, rewrites, or retires a
      * NUMINV record appends one record per number changed: the
      * number, its status before and after the change, the program,
      * the operator from OPERID, when, and a reference naming what
      * drove the change (requestor, transaction, confirmation,
      * approval request). A before status of space means "not on
      * the master" - a newly allocated number - and an after status
      * of "R" means retired to the NUMINVARC archive by NUMYREND.
      * A MASTREST restore of NUMINV journals each number whose status
      * the restore changed; a number the restored generation does
      * not hold is journaled with a blank after status.
      * NUMINV itself only keeps the current status; this journal
      * keeps the story, so NUMMAINT can list a number's full status
      * history and INVASOF can rebuild a number range as it stood
      * on a past date.
       01  IJ-RECORD.
           05  IJ-NUMBER        PIC 9(5).
           05  IJ-BEFORE-STATUS PIC X.
           05  IJ-AFTER-STATUS  PIC X.
               88  IJ-RETIRED       VALUE "R".
           05  IJ-PROGRAM       PIC X(8).
           05  IJ-OPERATOR      PIC X(8).
           05  IJ-TIMESTAMP     PIC X(14).
           05  IJ-REFERENCE     PIC X(20).
