      * Shared layout for one step of the JOBSTRM job-stream
      * definition JOBSTRM runs the night from: the step name, the
      * program it runs (the lower-case cobol/<name>.cob stem that
      * batch/run-suite.sh builds and runs), the highest condition
      * code this step tolerates from its predecessors (0 or 4; a
      * blank or non-numeric byte means 4), and up to four
      * predecessor step names, which must be defined earlier in the
      * stream. A step with no predecessors runs whatever came
      * before it. Steps run in the order they are defined.
       01  JS-RECORD.
           05  JS-STEP          PIC X(8).
           05  JS-PROGRAM       PIC X(12).
           05  JS-MAX-RC        PIC X.
           05  JS-PRED          PIC X(8) OCCURS 4 TIMES.
