      ******************************************************************
      *    ALLOCREC - cost allocation rule (ALLOCRUL.DAT).
      *    One line per target of a shared-cost source account: the
      *    target account and the share of the source it carries,
      *    as a percentage to two places. The lines for one source
      *    must add up to exactly 100.00, and exactly one of them
      *    is flagged ALRL-TAKES-ROUNDING - it takes whatever
      *    pennies the rounded shares leave over, so the split
      *    always foots back to the source amount.
      ******************************************************************
       01  ALLOC-RULE-RECORD.
           05  ALRL-SOURCE-ACCT        PIC X(6).
           05  ALRL-TARGET-ACCT        PIC X(6).
           05  ALRL-PERCENT            PIC 9(3)V99.
           05  ALRL-ROUNDING-FLAG      PIC X.
               88  ALRL-TAKES-ROUNDING VALUE "Y".
