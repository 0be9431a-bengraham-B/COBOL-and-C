      *    Math record is now written here with the original record
      *    image, the reason, and its chain geometry:
      *    MREJ-STEP-POS is this record's position in its chain
      *    (1 for the "D" or "F" opener, 2.. for "C"
      *    continuations, 0 for an orphan continuation that never
      *    had an opener) and
      *    MREJ-FAIL-POS is the position of the step that broke the
      *    chain - so for a voided chain the good steps say exactly
      *    which step took them down. MathFix walks this file and
      *    requeues a corrected chain intact onto MATHRCYC.DAT.
      *    The file is MATHREJS.DAT since MREJ-TRAN-RECORD took in
      *    MATH-FORMULA-NAME; rejects left on the narrower
      *    MATHREJ.DAT are widened across the first time Math or
      *    MathFix opens it.
      ******************************************************************
       01  MATH-REJECT-RECORD.
           05  MREJ-TRAN-RECORD        PIC X(47).
           05  MREJ-STEP-POS           PIC 9(3).
           05  MREJ-FAIL-POS           PIC 9(3).
           05  MREJ-TIMESTAMP          PIC X(21).
