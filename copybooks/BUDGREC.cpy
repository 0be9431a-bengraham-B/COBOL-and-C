      ******************************************************************
      *    BUDGREC - cost-center budget master record layout.
      *    One record per account per month on the indexed
      *    BUDGMST.MST master, keyed by account code plus the
      *    budget month (YYYYMM), so next month's figure can be
      *    keyed ahead without disturbing this month's. AcctMnt
      *    maintains it; BUDG-AMOUNT is what the cost center may
      *    spend in the month, in house currency. Ben-COBOL flags
      *    (but still posts) anything that takes the month's actual
      *    past this figure, and BudgRpt prints budget against
      *    actual month to date.
      ******************************************************************
       01  BUDGET-RECORD.
           05  BUDG-KEY.
               10  BUDG-ACCT-CODE      PIC X(6).
               10  BUDG-MONTH          PIC X(6).
           05  BUDG-AMOUNT             PIC 9(11)V99.
           05  BUDG-SET-DATE           PIC X(8).
