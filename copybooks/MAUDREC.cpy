      *    searches this file alongside the activity archives - an
      *    authorization master nobody can trace changes to is not
      *    a control.
      *    PerdMnt writes here too for every period status change
      *    (PRDOPEN, PRDCLSNG, PRDCLOSE), with the month as the
      *    target and the PERDREC record as the images.
      *    WinStat records a step reset (STEPRSET). An account
      *    marked dormant by DormSwp (ACCTDORM) or reactivated in
      *    AcctMnt (ACCTREAC) is written with the account as the
      *    target and its code and status as the images.
      *    FmlaMnt writes a formula defined (FMLDEFN), revised as a
      *    new version (FMLREVS) or withdrawn (FMLWDRW) with the
      *    formula name as the target and its version, status,
      *    rounding, operand kinds and expression as the images.
      *    OperMnt also records an operator unlocked after a sign-on
      *    lockout (UNLOCK) or given a password reset (PWDRESET),
      *    with the operator's sign-on state as the images - never
      *    the password hash.
      ******************************************************************
       01  MASTER-AUDIT-RECORD.
           05  MAUD-TIMESTAMP          PIC X(21).
