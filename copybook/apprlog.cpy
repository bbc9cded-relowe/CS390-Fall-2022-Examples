      * Shared layout for one record of the APPRLOG approval log,
      * appended to at every step a dual-control request takes on the
      * APPRQUEUE queue (copybook/apprque.cpy): "REQUEST" when
      * NUMAPPLY or BATCHREV queues it, "APPROVE" or "REJECT" when a
      * supervisor decides it through APPROVAL, "EXPIRE" when it ages
      * out undecided, and "REFUSED" when an operator tries to approve
      * their own request. APL-OPERATOR is who took the step and
      * APL-REQUESTER who raised the request, so the two can be set
      * side by side; APPRRPT prints the log for the auditors.
       01  APL-RECORD.
           05  APL-TIMESTAMP    PIC X(14).
           05  APL-ACTION       PIC X(8).
           05  APL-ID           PIC 9(6).
           05  APL-TYPE         PIC X.
           05  APL-OPERATOR     PIC X(8).
           05  APL-REQUESTER    PIC X(8).
           05  APL-DETAIL       PIC X(40).
