      ******************************************************************
      *    SLOGREC - terminal session log record layout.
      *    One record on SESSLOG.DAT for every sign-on event at the
      *    cobol_program menu: SIGNON, SIGNOFF, BADPASS (wrong
      *    password), LOCKOUT (the failure that locked the operator
      *    out), LOCKED (a sign-on tried while locked out), UNKNOWN
      *    (an ID not on OPERMAST), NOPASSWD (an operator with no
      *    password set), REFUSED (the batch operator's ID keyed at
      *    the terminal), EXPIRED (a password past CFG-PASSWORD-DAYS
      *    or a temporary one), PWDCHG (an expired password
      *    replaced), BOOTSTRP (a sign-on while no operator has a
      *    password) and FUNCTION (each menu function run in the
      *    session, with its return code).
      *    SLOG-FAIL-COUNT is the operator's failure run after the
      *    event. The password itself is never written here.
      ******************************************************************
       01  SESSION-LOG-RECORD.
           05  SLOG-TIMESTAMP          PIC X(21).
           05  SLOG-OPER-ID            PIC X(8).
           05  SLOG-EVENT              PIC X(8).
           05  SLOG-FAIL-COUNT         PIC 9(2).
           05  SLOG-DETAIL             PIC X(40).
