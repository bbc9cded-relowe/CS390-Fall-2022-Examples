      * Shared layout for one record of the APPRQUEUE pending-approval
      * queue. Voiding or spoiling check numbers through NUMAPPLY and
      * reversing an accepted batch through BATCHREV no longer post
      * on one operator's say-so: each becomes a request here, and
      * nothing reaches NUMINV, BATCHREG, AVGHIST, or GLREVSL until a
      * second operator with the supervisor role approves it through
      * APPROVAL. The requester's OPER-ID is carried so APPROVAL can
      * refuse an approval by the same operator, and the request date
      * so requests left undecided past the APPRDAYS window expire.
      * APQ-TYPE "V" is a NUMAPPLY number range (from, to, and the
      * status to give it); "R" is a BATCHREV reversal of the
      * registered batch ID. APQ-STATUS is "P" pending, "A" approved
      * and posted, "J" rejected, "E" expired; the decider and the
      * decision date are filled in when it leaves "P".
       01  APQ-RECORD.
           05  APQ-ID           PIC 9(6).
           05  APQ-TYPE         PIC X.
               88  APQ-VOID-RANGE   VALUE "V".
               88  APQ-REVERSAL     VALUE "R".
           05  APQ-STATUS       PIC X.
               88  APQ-PENDING      VALUE "P".
               88  APQ-APPROVED     VALUE "A".
               88  APQ-REJECTED     VALUE "J".
               88  APQ-EXPIRED      VALUE "E".
           05  APQ-REQ-DATE     PIC 9(8).
           05  APQ-REQUESTER    PIC X(8).
           05  APQ-FROM         PIC 9(5).
           05  APQ-TO           PIC 9(5).
           05  APQ-NEW-STATUS   PIC X.
           05  APQ-BATCH-ID     PIC X(8).
           05  APQ-REASON       PIC X(20).
           05  APQ-DECIDER      PIC X(8).
           05  APQ-DECIDED-DATE PIC 9(8).
