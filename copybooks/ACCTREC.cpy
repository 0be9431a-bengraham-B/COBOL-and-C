      ******************************************************************
      *    ACCTREC - account/cost-center master record layout.
      *    One record per account code on the indexed ACCTMAST.MST
      *    master, keyed by ACCT-CODE. Ben-COBOL validates every
      *    posting against this master by keyed read and rejects
      *    postings to unknown or closed accounts; AcctMnt is the
      *    (The master was once the sequential ACCTMST.DAT loaded
      *    into a 200-entry table; the first open after the cutover
      *    migrates that file automatically.)
      *    The parent, tax and reactivation fields below widened the
      *    record, and a keyed file cannot grow its record length in
      *    place, so the master moved from ACCTMST.MST to
      *    ACCTMAST.MST. The first open after that cutover by
      *    Ben-COBOL, TranEntry, AcctMnt or CsvConv converts the old
      *    master record by record, with the new fields blank (no
      *    parent, not taxable, never reactivated).
      *    ACCT-OFFSET-ACCT names the clearing account that takes
      *    the other side of every posting to this account, so the
      *    GLExtrct journal extract can send finance a balanced
      *    debit/credit pair instead of a one-sided line. Spaces
      *    means no offset has been assigned yet - GLExtrct refuses
      *    to transmit until AcctMnt has supplied one.
      *    ACCT-PARENT-CODE is the roll-up account this one reports
      *    into - a department into its division, a division into
      *    the company - so the chart nests as many levels deep as
      *    finance likes and RollRpt can total balances at every
      *    level. The parent is itself an account on this master;
      *    spaces means a top-of-tree account. AcctMnt refuses a
      *    parent that is not on the master or that would make the
      *    tree loop back on itself.
      *    ACCT-TAX-CODE names the TAXMST.MST rate a posting to this
      *    account is taxed at; Ben-COBOL treats the amount keyed as
      *    tax-inclusive and splits it into net and tax. Spaces
      *    means the account is not taxable.
      *    An account nothing has posted to for CFG-DORMANT-DAYS is
      *    marked dormant by the DormSwp sweep. It stays on the
      *    master and keeps its balance, but a posting to it is
      *    held on BENPEND.DAT for a supervisor instead of posting -
      *    a stray posting to an idle cost center is usually a
      *    keying slip. AcctMnt reactivates it and records who did
      *    so and on what date in ACCT-REACT-BY/ACCT-REACT-DATE.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-CODE               PIC X(6).
           05  ACCT-STATUS             PIC X.
               88  ACCT-ACTIVE         VALUE "A".
               88  ACCT-CLOSED         VALUE "C".
               88  ACCT-DORMANT        VALUE "D".
           05  ACCT-OFFSET-ACCT        PIC X(6).
           05  ACCT-PARENT-CODE        PIC X(6).
           05  ACCT-TAX-CODE           PIC X(2).
           05  ACCT-REACT-BY           PIC X(8).
           05  ACCT-REACT-DATE         PIC X(8).
