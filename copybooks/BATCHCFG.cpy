      *    the window (return code 9) - the guard against a
      *    fat-fingered decimal slip converting a whole night's
      *    foreign postings at ten times the real rate.
      *    CFG-BUDGET-WARN-PCT is the share of a monthly budget used
      *    past which BudgRpt calls an account out as nearing its
      *    budget (past 100% it is over budget).
      *    CFG-BANK-AGE-NIGHTS is how many nights an item may stay
      *    open on the bank reconciliation before BankRec calls it
      *    out as overdue for treasury with a nonzero return code.
      *    CFG-BATCH-OPERATOR is the operator ID stamped on details
      *    the window generates for itself (accruals and the like)
      *    rather than keys from a clerk. It must be set up on
      *    OPERMAST like any other operator, with a posting limit
      *    that suits what it generates - anything over the limit
      *    is held for approval the same as a keyed detail. The
      *    operator-master conversion adds it with posting authority
      *    and the CFG-BATCH-OPER-LIMIT limit when the old master
      *    did not have it. It never signs on at a terminal.
      *    The CFG-ANOM- values drive AnomRpt's posting exception
      *    report. A window's postings are measured against the
      *    CFG-ANOM-TRAIL-DAYS calendar days of RESMAST history
      *    before it. A posting is called out when it is more than
      *    CFG-ANOM-AMOUNT-MULT times its account's average posting
      *    over that history - once the account has at least
      *    CFG-ANOM-MIN-HISTORY postings to average. An account is
      *    called out when its postings in the window number at
      *    least CFG-ANOM-MIN-COUNT and more than
      *    CFG-ANOM-COUNT-MULT times its average per window. An
      *    operator is called out for CFG-ANOM-REPEAT-COUNT or more
      *    postings in one window of the same amount, or of round
      *    amounts (whole multiples of CFG-ANOM-ROUND-UNIT).
      *    CFG-DORMANT-DAYS is how many days an active account may
      *    go without a posting (BAL-LAST-POST-DATE on BALMST)
      *    before the DormSwp sweep marks it dormant.
      *    CFG-SIGNON-TRIES is how many wrong passwords in a row lock
      *    an operator out of the cobol_program sign-on, and also how
      *    many sign-on attempts one terminal session is allowed.
      *    CFG-PASSWORD-DAYS is how long a password lasts before the
      *    operator must choose a new one at sign-on, and
      *    CFG-PASSWORD-MIN-LEN is the shortest password accepted.
      ******************************************************************
       01  WS-BATCH-CONFIG.
           05  CFG-REJECT-AGE-LIMIT        PIC 9(3) VALUE 7.
           05  CFG-ACK-AGE-NIGHTS          PIC 9(2) VALUE 2.
           05  CFG-RATE-MOVE-PCT           PIC 9(3) VALUE 10.
           05  CFG-ARCH-RETENTION-DAYS     PIC 9(3) VALUE 180.
           05  CFG-BUDGET-WARN-PCT         PIC 9(3) VALUE 90.
           05  CFG-BANK-AGE-NIGHTS         PIC 9(2) VALUE 3.
           05  CFG-BATCH-OPERATOR          PIC X(8) VALUE "BATCH".
           05  CFG-BATCH-OPER-LIMIT        PIC 9(7)V99 VALUE 100000.
           05  CFG-ANOM-TRAIL-DAYS         PIC 9(3) VALUE 30.
           05  CFG-ANOM-AMOUNT-MULT        PIC 9(3) VALUE 10.
           05  CFG-ANOM-MIN-HISTORY        PIC 9(3) VALUE 5.
           05  CFG-ANOM-COUNT-MULT         PIC 9(3) VALUE 3.
           05  CFG-ANOM-MIN-COUNT          PIC 9(3) VALUE 5.
           05  CFG-ANOM-REPEAT-COUNT       PIC 9(3) VALUE 3.
           05  CFG-ANOM-ROUND-UNIT         PIC 9(7) VALUE 1000.
           05  CFG-DORMANT-DAYS            PIC 9(3) VALUE 180.
           05  CFG-SIGNON-TRIES            PIC 9(2) VALUE 3.
           05  CFG-PASSWORD-DAYS           PIC 9(3) VALUE 90.
           05  CFG-PASSWORD-MIN-LEN        PIC 9(2) VALUE 6.
