      ******************************************************************
      *    PWDHASH - password hashing area, shared EXTERNAL between
      *    PwdHash and the programs that CALL it (the cobol_program
      *    sign-on and OperMnt). The caller fills in PWH-OPER-ID and
      *    PWH-PASSWORD, CALLs "PwdHash", and takes PWH-HASH back to
      *    compare with or store in OPER-PASSWORD-HASH. PwdHash
      *    clears PWH-PASSWORD before it returns, so the keyed
      *    password does not linger in the shared area.
      ******************************************************************
       01  PASSWORD-HASH-AREA EXTERNAL.
           05  PWH-OPER-ID             PIC X(8).
           05  PWH-PASSWORD            PIC X(16).
           05  PWH-HASH                PIC 9(12).
