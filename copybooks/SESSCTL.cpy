      ******************************************************************
      *    SESSCTL - signed-on session area, shared EXTERNAL between
      *    cobol_program and every function it CALLs. cobol_program
      *    fills it in when an operator signs on at the terminal and
      *    clears it at sign-off; a function that needs to know who
      *    is keying takes SESS-OPER-ID from here instead of asking
      *    for an operator ID again. SESS-SIGNED-ON is only set for
      *    a signed-on terminal session - a function run as a batch
      *    step, or on its own, finds it off and identifies its
      *    operator the way it always has.
      ******************************************************************
       01  SESSION-CONTROL EXTERNAL.
           05  SESS-OPER-ID            PIC X(8).
           05  SESS-STATE              PIC X.
               88  SESS-SIGNED-ON      VALUE "Y".
