      ******************************************************************
      *    OPERREC - operator authorization master record layout.
      *    One record per valid operator ID on the indexed
      *    OPERMAST.MST master, keyed by OPER-ID and read by keyed
      *    lookup. The sign-on fields at the end widened the record,
      *    so the master moved from the indexed OPERMST.MST to
      *    OPERMAST.MST; the first open after that cutover (by the
      *    cobol_program sign-on, Ben-COBOL, Math, TranEntry,
      *    OperMnt or CsvConv) converts OPERMST.MST record by
      *    record, or failing that migrates the older sequential
      *    OPERMST.DAT, with no password, no failures and no lock.
      *    The same conversion adds the CFG-BATCH-OPERATOR ID the
      *    window's generated details are posted under if the old
      *    master did not have it. The function flags say
      *    which programs the operator may use (Ben-COBOL postings,
      *    Math calculations, or both) and OPER-MAX-AMOUNT is the
      *    largest single amount the operator may submit, in house
      *    validate every transaction's operator against this master
      *    - sign-off on the audit trail means nothing if the IDs
      *    are not controlled.
      *    The sign-on fields are kept by cobol_program. The
      *    password is never held as keyed: OPER-PASSWORD-HASH is a
      *    one-way hash of the operator ID and password (worked out
      *    by PwdHash), zero when no password has been set - such an
      *    operator cannot sign on until another operator gives them
      *    a temporary one in OperMnt. OPER-PASSWORD-DATE is when it
      *    was last chosen - it expires after CFG-PASSWORD-DAYS, and
      *    a temporary password is set already expired (all zeros)
      *    so it must be replaced at the first sign-on.
      *    OPER-FAIL-COUNT is the run of failed sign-ons since the
      *    last good one; at CFG-SIGNON-TRIES the operator is locked
      *    out until another operator unlocks them in OperMnt.
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID                 PIC X(8).
           05  OPER-ALLOW-MATH         PIC X.
               88  OPER-MAY-CALC       VALUE "Y".
           05  OPER-MAX-AMOUNT         PIC 9(7)V99.
           05  OPER-PASSWORD-HASH      PIC 9(12).
           05  OPER-PASSWORD-DATE      PIC X(8).
           05  OPER-FAIL-COUNT         PIC 9(2).
           05  OPER-LOCK-FLAG          PIC X.
               88  OPER-LOCKED         VALUE "L".
