      *    records for the same operator forms one multi-step
      *    calculation. A chain broken by a reject is voided whole -
      *    every step audits as rejected and nothing is exported.
      *    An "F" record calls a named formula from the formula
      *    master (FmlaMnt) instead of an operation code: it names
      *    the formula in MATH-FORMULA-NAME, carries the operands N1
      *    and N2 in MATH-NUM-1 and MATH-NUM-2 (an operand the
      *    formula does not use may be left blank) and otherwise
      *    behaves as a "D" - it opens a chain, so "C" records may
      *    carry its result on. MATH-OPERATION is not used on it.
      ******************************************************************
       01  MATH-TRAN-RECORD.
           05  MATH-RECORD-TYPE        PIC X.
               88  MATH-TYPE-HEADER    VALUE "H".
               88  MATH-TYPE-DETAIL    VALUE "D".
               88  MATH-TYPE-CHAIN     VALUE "C".
               88  MATH-TYPE-FORMULA   VALUE "F".
               88  MATH-TYPE-TRAILER   VALUE "T".
           05  MATH-OPERATOR-ID        PIC X(8).
           05  MATH-OPERATION          PIC X.
           05  MATH-NUM-1              PIC X(13).
           05  MATH-NUM-2              PIC X(13).
           05  MATH-CURRENCY-CODE      PIC X(3).
           05  MATH-FORMULA-NAME       PIC X(8).
       01  MATH-BATCH-HEADER.
           05  MATH-HDR-TYPE           PIC X.
           05  MATH-HDR-BATCH-ID       PIC X(8).
