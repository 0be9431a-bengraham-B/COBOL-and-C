      ******************************************************************
      *    BANKOPRC - bank reconciliation open item (BANKOPEN.DAT).
      *    Everything BankRec could not clear - a posting the bank
      *    has not shown yet, a bank line with no posting behind it,
      *    or either side of an amount mismatch - is carried here
      *    to the next night and paired again. BOPN-SIDE says which
      *    side of the reconciliation the item came from.
      *    BOPN-FIRST-SEEN is the posting date of the reconciliation
      *    that first raised it and BOPN-NIGHTS how many nights it
      *    has stayed open since; BOPN-LAST-RUN stops a rerun of the
      *    same night ageing it twice.
      ******************************************************************
       01  BANK-OPEN-RECORD.
           05  BOPN-SIDE               PIC X.
               88  BOPN-POSTING-SIDE   VALUE "P".
               88  BOPN-BANK-SIDE      VALUE "B".
           05  BOPN-REFERENCE          PIC X(12).
           05  BOPN-ACCT-CODE          PIC X(6).
           05  BOPN-AMOUNT             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  BOPN-ITEM-DATE          PIC X(8).
           05  BOPN-FIRST-SEEN         PIC X(8).
           05  BOPN-LAST-RUN           PIC X(8).
           05  BOPN-NIGHTS             PIC 9(3).
           05  BOPN-NARRATIVE          PIC X(30).
