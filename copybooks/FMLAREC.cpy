      ******************************************************************
      *    FMLAREC - named formula master record layout.
      *    One record per version of a named Math formula on the
      *    indexed FMLAMST.MST master, keyed by name and version, so
      *    an amended formula never overwrites the one an earlier
      *    result was worked out with - Math audits every formula
      *    result under the name and version it used. Only one
      *    version of a name is current; the ones it replaced are
      *    kept as superseded, and a formula taken out of use is
      *    marked withdrawn. FML-EXPRESSION is the formula as the
      *    supervisor keyed it in FmlaMnt, over the operands N1 and
      *    N2 with + - * / and parentheses, e.g.
      *        N1 * (1 + N2 / 100)
      *    and FML-STEP is the same formula in evaluation order
      *    (postfix), built and checked by FmlaMnt when it is saved,
      *    so Math never has to parse text in the window. An
      *    operand's kind says whether it is an amount - converted
      *    from its currency and held to the operator's limit - or
      *    a rate, percentage or count used as keyed.
      *    FML-ROUND-MODE is one of the CURRCFG rounding rules and
      *    applies to the final result only.
      ******************************************************************
       01  FORMULA-RECORD.
           05  FML-KEY.
               10  FML-NAME            PIC X(8).
               10  FML-VERSION         PIC 9(3).
           05  FML-STATUS              PIC X.
               88  FML-CURRENT         VALUE "C".
               88  FML-SUPERSEDED      VALUE "S".
               88  FML-WITHDRAWN       VALUE "W".
           05  FML-DEFINITION.
               10  FML-ROUND-MODE      PIC X.
                   88  FML-ROUND-NEAREST   VALUE "N".
                   88  FML-ROUND-TRUNCATE  VALUE "T".
               10  FML-N1-KIND         PIC X.
                   88  FML-N1-AMOUNT       VALUE "A".
                   88  FML-N1-RATE         VALUE "R".
               10  FML-N2-KIND         PIC X.
                   88  FML-N2-AMOUNT       VALUE "A".
                   88  FML-N2-RATE         VALUE "R".
               10  FML-DESCRIPTION     PIC X(30).
               10  FML-EXPRESSION      PIC X(60).
           05  FML-DEFINED-BY          PIC X(8).
           05  FML-DEFINED-DATE        PIC X(8).
           05  FML-STEP-COUNT          PIC 9(2).
           05  FML-STEP OCCURS 30 TIMES.
               10  FML-STEP-TYPE       PIC X.
                   88  FML-STEP-IS-N1      VALUE "1".
                   88  FML-STEP-IS-N2      VALUE "2".
                   88  FML-STEP-IS-CONST   VALUE "K".
                   88  FML-STEP-IS-OP      VALUE "O".
               10  FML-STEP-OP         PIC X.
               10  FML-STEP-CONST      PIC 9(7)V9(6).
