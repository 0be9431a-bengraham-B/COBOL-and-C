      ******************************************************************
      *    BUDGFLRC - over-budget posting flag record (BUDGFLAG.DAT).
      *    Appended by Ben-COBOL for every posting that took its
      *    account past the month's budget on BUDGMST.MST. The
      *    posting itself goes through - a budget is a warning to
      *    the department head, not a control on the clerk - and
      *    BudgRpt lists these flags under the month's figures.
      ******************************************************************
       01  BUDGET-FLAG-RECORD.
           05  BFLG-RUN-DATE           PIC X(8).
           05  BFLG-ACCT-CODE          PIC X(6).
           05  BFLG-REFERENCE          PIC X(12).
           05  BFLG-OPERATOR-ID        PIC X(8).
           05  BFLG-AMOUNT             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  BFLG-ACTUAL             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  BFLG-BUDGET             PIC 9(11)V99.
