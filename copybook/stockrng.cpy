      * Shared layout for one record of the STOCKRNG stock-range
      * control file: the block of check numbers set aside for one
      * type of check stock. REQNFILL assigns a requisition the
      * lowest free run of numbers inside its stock type's range, so
      * two requestors can never be handed overlapping blocks. Ranges
      * for different stock types are not meant to overlap; one that
      * does simply shares its free numbers with the other type.
       01  STK-RECORD.
           05  STK-TYPE         PIC X(4).
           05  STK-DESCRIPTION  PIC X(20).
           05  STK-LOW          PIC 9(5).
           05  STK-HIGH         PIC 9(5).
