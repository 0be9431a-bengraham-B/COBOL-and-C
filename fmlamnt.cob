       IDENTIFICATION DIVISION.
       PROGRAM-ID. FmlaMnt.

      ******************************************************************
      *    FmlaMnt - named formula library maintenance.
      *    Math's four operation codes leave everyday calculations -
      *    a percentage markup, a prorated amount, a discount then
      *    tax - to "C" chains the clerks must build right every
      *    time. Here a supervisor defines the calculation once, by
      *    name, on the indexed FMLAMST.MST master (created on the
      *    first formula defined), and a MATHTRAN "F" record calls
      *    it with its two operands. A formula is keyed as ordinary
      *    arithmetic over N1 and N2 - + - * / and parentheses,
      *    with constants such as 100 or 1.0825 - and is checked
      *    and turned into evaluation order before it is saved, so
      *    a formula Math is given always evaluates. The rounding
      *    rule is one of CURRCFG's (nearest or truncate, house
      *    rule by default) and is applied to the final result.
      *    Revising a formula adds a new version and keeps the old
      *    one as superseded; withdrawing it stops Math using it.
      *    No version is ever changed or removed, so the version
      *    Math audited a result under can always be listed. The
      *    keying supervisor must be on the operator master with
      *    posting and calculation authority, and every change
      *    writes a before/after image to MSTAUDIT.DAT the same as
      *    OperMnt.
      *    From a signed-on menu session the supervisor is the
      *    signed-on operator and is not asked for again.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMULA-FILE ASSIGN TO "FMLAMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FML-KEY
               FILE STATUS IS WS-FORMULA-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT MAUD-FILE ASSIGN TO "MSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORMULA-FILE.
       COPY FMLAREC.
       FD  OPER-FILE.
       COPY OPERREC.
       FD  MAUD-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.

       COPY CURRCFG.
       COPY SESSCTL.

       01  WS-FORMULA-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-MAUD-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  WS-DONE                 VALUE "Y".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-CHOICE                   PIC X VALUE SPACE.
       01  WS-ANSWER                   PIC X(60) VALUE SPACES.
       01  WS-KEYED-BY                 PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-FORMULA-NAME             PIC X(8) VALUE SPACES.
       01  WS-LATEST-VERSION           PIC 9(3) VALUE 0.
       01  WS-LATEST-STATUS            PIC X VALUE SPACE.
           88  WS-LATEST-CURRENT       VALUE "C".
       01  WS-NEW-VERSION              PIC 9(3) VALUE 0.
       01  WS-OLD-DEFINITION           PIC X(93) VALUE SPACES.
       01  WS-NEW-FORMULA              PIC X(573) VALUE SPACES.
       01  WS-STATUS-NAME              PIC X(10) VALUE SPACES.
       01  WS-LISTED-COUNT             PIC 9(6) VALUE 0.
       01  WS-FORMULA-IMAGE.
           05  WS-IMG-VERSION          PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IMG-STATUS           PIC X.
           05  WS-IMG-ROUND-MODE       PIC X.
           05  WS-IMG-N1-KIND          PIC X.
           05  WS-IMG-N2-KIND          PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IMG-EXPRESSION       PIC X(35).
       01  WS-BEFORE-IMAGE             PIC X(44) VALUE SPACES.
      *    Working areas for turning the keyed formula into its
      *    evaluation steps. The expression is scanned one byte at
      *    a time with a trailing space, so a constant or operand
      *    name ending in column 60 is still ended cleanly.
       01  WS-EXPR                     PIC X(61) VALUE SPACES.
       01  WS-EXPR-POS                 PIC 9(3) VALUE 0.
       01  WS-ERROR-POS                PIC 9(3) VALUE 0.
       01  WS-EXPR-CHAR                PIC X VALUE SPACE.
       01  WS-EXPECT-FLAG              PIC X VALUE "Y".
           88  WS-EXPECTING-OPERAND    VALUE "Y".
       01  WS-PARSE-FLAG               PIC X VALUE "N".
           88  WS-PARSE-FAILED         VALUE "Y".
       01  WS-PARSE-ERROR              PIC X(45) VALUE SPACES.
       01  WS-NUM-TEXT                 PIC X(20) VALUE SPACES.
       01  WS-NUM-LEN                  PIC 9(3) VALUE 0.
       01  WS-CONST-WORK               PIC 9(7)V9(6) VALUE 0.
       01  WS-PREC-CURRENT             PIC 9 VALUE 0.
       01  WS-PREC-TOP                 PIC 9 VALUE 0.
       01  WS-PREC-CHAR                PIC X VALUE SPACE.
       01  WS-PREC-RESULT              PIC 9 VALUE 0.
       01  WS-STEP-IX                  PIC 9(2) VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-DEPTH             PIC 9(2) VALUE 0.
           05  WS-OP-ENTRY OCCURS 30 TIMES PIC X.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1000-OPEN-MASTER.
           PERFORM 1200-IDENTIFY-KEYER.
           IF NOT WS-FOUND
               DISPLAY "Operator " WS-KEYED-BY " is not on the "
                   "master with posting and calculation authority - "
                   "formula maintenance refused"
               MOVE 8 TO RETURN-CODE
               CLOSE FORMULA-FILE
               GOBACK
           END-IF.

           OPEN EXTEND MAUD-FILE.
           IF WS-MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM 2000-SHOW-MENU
               PERFORM 2100-PROMPT-FOR-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "D"
                       PERFORM 3000-DEFINE-FORMULA
                   WHEN "W"
                       PERFORM 4000-WITHDRAW-FORMULA
                   WHEN "L"
                       PERFORM 5000-LIST-FORMULAS
                   WHEN "H"
                       PERFORM 5500-LIST-VERSION-HISTORY
                   WHEN "X"
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice: " WS-CHOICE
               END-EVALUATE
           END-PERFORM.
           CLOSE FORMULA-FILE.
           CLOSE MAUD-FILE.
           DISPLAY "Formula master saved".
           GOBACK.

       1000-OPEN-MASTER.
           OPEN I-O FORMULA-FILE.
           IF WS-FORMULA-FILE-STATUS = "35"
               DISPLAY "FMLAMST.MST not found - starting a new master"
               OPEN OUTPUT FORMULA-FILE
               CLOSE FORMULA-FILE
               OPEN I-O FORMULA-FILE
           END-IF.
           IF WS-FORMULA-FILE-STATUS NOT = "00"
               DISPLAY "FMLAMST.MST unusable - status "
                   WS-FORMULA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-IDENTIFY-KEYER.
           IF SESS-SIGNED-ON
               MOVE SESS-OPER-ID TO WS-KEYED-BY
           ELSE
               DISPLAY "Keying supervisor ID: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8))
                   TO WS-KEYED-BY
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS
                   " - run the nightly window to build it"
           ELSE
               MOVE WS-KEYED-BY TO OPER-ID
               READ OPER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OPER-ALLOW-BEN = "Y" AND OPER-MAY-CALC
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       2000-SHOW-MENU.
           DISPLAY "======================================".
           DISPLAY " Formula Library Maintenance - keyed by "
               WS-KEYED-BY.
           DISPLAY "======================================".
           DISPLAY " D - Define or revise a formula".
           DISPLAY " W - Withdraw a formula".
           DISPLAY " L - List current formulas".
           DISPLAY " H - Version history of a formula".
           DISPLAY " X - Exit".
           DISPLAY "======================================".

       2100-PROMPT-FOR-CHOICE.
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

      ******************************************************************
      *    A name never defined starts at version 001 from the house
      *    rounding rule with both operands amounts; a name already
      *    on file starts from its latest version, whatever its
      *    status, so a withdrawn formula can be brought back as a
      *    new version. Nothing is written unless the formula
      *    checks clean and something has actually changed.
      ******************************************************************
       3000-DEFINE-FORMULA.
           PERFORM 3050-PROMPT-FORMULA-NAME.
           IF WS-FORMULA-NAME NOT = SPACES
               PERFORM 3100-FIND-LATEST-VERSION
               IF WS-LATEST-VERSION = 999
                   DISPLAY "Formula " WS-FORMULA-NAME
                       " has reached version 999 - define it under "
                       "a new name"
               ELSE
                   PERFORM 3200-PROMPT-DEFINITION
               END-IF
           END-IF.

       3050-PROMPT-FORMULA-NAME.
           DISPLAY "Formula name (8 chars): " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8))
               TO WS-FORMULA-NAME.
           IF WS-FORMULA-NAME = SPACES
               DISPLAY "Formula name may not be blank"
           END-IF.

       3100-FIND-LATEST-VERSION.
           MOVE 0 TO WS-LATEST-VERSION.
           MOVE SPACE TO WS-LATEST-STATUS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-FORMULA-NAME TO FML-NAME.
           MOVE 0 TO FML-VERSION.
           START FORMULA-FILE KEY >= FML-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ FORMULA-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FML-NAME NOT = WS-FORMULA-NAME
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           MOVE FML-VERSION TO WS-LATEST-VERSION
                           MOVE FML-STATUS TO WS-LATEST-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       3200-PROMPT-DEFINITION.
           IF WS-LATEST-VERSION = 0
               MOVE SPACES TO FORMULA-RECORD
               MOVE WS-FORMULA-NAME TO FML-NAME
               MOVE CURR-ROUND-MODE TO FML-ROUND-MODE
               MOVE "A" TO FML-N1-KIND
               MOVE "A" TO FML-N2-KIND
               MOVE SPACES TO WS-BEFORE-IMAGE
               DISPLAY "New formula " WS-FORMULA-NAME
           ELSE
               MOVE WS-FORMULA-NAME TO FML-NAME
               MOVE WS-LATEST-VERSION TO FML-VERSION
               READ FORMULA-FILE
                   INVALID KEY CONTINUE
               END-READ
               PERFORM 6300-BUILD-FORMULA-IMAGE
               MOVE WS-FORMULA-IMAGE TO WS-BEFORE-IMAGE
               PERFORM 5900-NAME-STATUS
               DISPLAY "Formula " FML-NAME " version " FML-VERSION
                   " is " WS-STATUS-NAME ": " FML-EXPRESSION
           END-IF.
           MOVE FML-DEFINITION TO WS-OLD-DEFINITION.

           DISPLAY "Description [" FML-DESCRIPTION "] (blank keeps): "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES
               MOVE WS-ANSWER TO FML-DESCRIPTION
           END-IF.
           DISPLAY "Formula over N1 and N2 (blank keeps): "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO FML-EXPRESSION
           END-IF.
           DISPLAY "Rounding N=nearest, T=truncate ["
               FML-ROUND-MODE "]: " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1))
                   TO FML-ROUND-MODE
           END-IF.
           DISPLAY "N1 is an amount (A) or a rate/percentage (R) ["
               FML-N1-KIND "]: " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1))
                   TO FML-N1-KIND
           END-IF.
           DISPLAY "N2 is an amount (A) or a rate/percentage (R) ["
               FML-N2-KIND "]: " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1))
                   TO FML-N2-KIND
           END-IF.
           PERFORM 3300-VALIDATE-DEFINITION.

       3300-VALIDATE-DEFINITION.
           EVALUATE TRUE
               WHEN FML-EXPRESSION = SPACES
                   DISPLAY "Formula may not be blank - nothing saved"
               WHEN NOT FML-ROUND-NEAREST AND NOT FML-ROUND-TRUNCATE
                   DISPLAY "Rounding must be N or T - nothing saved"
               WHEN NOT FML-N1-AMOUNT AND NOT FML-N1-RATE
                   DISPLAY "N1 kind must be A or R - nothing saved"
               WHEN NOT FML-N2-AMOUNT AND NOT FML-N2-RATE
                   DISPLAY "N2 kind must be A or R - nothing saved"
               WHEN WS-LATEST-CURRENT
                   AND FML-DEFINITION = WS-OLD-DEFINITION
                   DISPLAY "No change - version " WS-LATEST-VERSION
                       " stays current"
               WHEN OTHER
                   PERFORM 7000-COMPILE-FORMULA
                   IF WS-PARSE-FAILED
                       DISPLAY "Formula not saved - " WS-PARSE-ERROR
                       DISPLAY "  at position " WS-ERROR-POS " of "
                           FML-EXPRESSION
                   ELSE
                       PERFORM 3400-WRITE-NEW-VERSION
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *    The version being replaced is marked superseded first and
      *    the new one written current, so there is never more than
      *    one current version of a name for Math to find.
      ******************************************************************
       3400-WRITE-NEW-VERSION.
           COMPUTE WS-NEW-VERSION = WS-LATEST-VERSION + 1.
           MOVE WS-NEW-VERSION TO FML-VERSION.
           SET FML-CURRENT TO TRUE.
           MOVE WS-KEYED-BY TO FML-DEFINED-BY.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO FML-DEFINED-DATE.
           MOVE FORMULA-RECORD TO WS-NEW-FORMULA.
           IF WS-LATEST-CURRENT
               MOVE WS-FORMULA-NAME TO FML-NAME
               MOVE WS-LATEST-VERSION TO FML-VERSION
               READ FORMULA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET FML-SUPERSEDED TO TRUE
                       REWRITE FORMULA-RECORD
               END-READ
           END-IF.
           MOVE WS-NEW-FORMULA TO FORMULA-RECORD.
           WRITE FORMULA-RECORD
               INVALID KEY
                   DISPLAY "Unable to add " WS-FORMULA-NAME
                       " version " WS-NEW-VERSION " - status "
                       WS-FORMULA-FILE-STATUS
               NOT INVALID KEY
                   IF WS-LATEST-VERSION = 0
                       MOVE "FMLDEFN" TO MAUD-ACTION
                   ELSE
                       MOVE "FMLREVS" TO MAUD-ACTION
                   END-IF
                   PERFORM 6000-WRITE-MASTER-AUDIT
                   DISPLAY "Formula " WS-FORMULA-NAME " version "
                       WS-NEW-VERSION " saved as current - "
                       FML-STEP-COUNT " evaluation step(s)"
           END-WRITE.

       4000-WITHDRAW-FORMULA.
           PERFORM 3050-PROMPT-FORMULA-NAME.
           IF WS-FORMULA-NAME NOT = SPACES
               PERFORM 3100-FIND-LATEST-VERSION
               IF NOT WS-LATEST-CURRENT
                   DISPLAY "Formula " WS-FORMULA-NAME
                       " has no current version"
               ELSE
                   MOVE WS-FORMULA-NAME TO FML-NAME
                   MOVE WS-LATEST-VERSION TO FML-VERSION
                   READ FORMULA-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   DISPLAY "Withdraw " FML-NAME " version "
                       FML-VERSION ": " FML-EXPRESSION
                   DISPLAY "Math will reject every call to it - "
                       "withdraw (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "Y"
                       PERFORM 6300-BUILD-FORMULA-IMAGE
                       MOVE WS-FORMULA-IMAGE TO WS-BEFORE-IMAGE
                       SET FML-WITHDRAWN TO TRUE
                       REWRITE FORMULA-RECORD
                       MOVE "FMLWDRW" TO MAUD-ACTION
                       PERFORM 6000-WRITE-MASTER-AUDIT
                       DISPLAY "Formula " WS-FORMULA-NAME
                           " withdrawn"
                   ELSE
                       DISPLAY "Formula " WS-FORMULA-NAME
                           " left current"
                   END-IF
               END-IF
           END-IF.

       5000-LIST-FORMULAS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO FML-KEY.
           START FORMULA-FILE KEY >= FML-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ FORMULA-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FML-CURRENT
                           ADD 1 TO WS-LISTED-COUNT
                           DISPLAY FML-NAME " V" FML-VERSION
                               " R=" FML-ROUND-MODE
                               " N1=" FML-N1-KIND " N2=" FML-N2-KIND
                               " " FML-DESCRIPTION
                           DISPLAY "             " FML-EXPRESSION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "No formula is current"
           END-IF.

       5500-LIST-VERSION-HISTORY.
           PERFORM 3050-PROMPT-FORMULA-NAME.
           IF WS-FORMULA-NAME NOT = SPACES
               MOVE 0 TO WS-LISTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-FORMULA-NAME TO FML-NAME
               MOVE 0 TO FML-VERSION
               START FORMULA-FILE KEY >= FML-KEY
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ FORMULA-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF FML-NAME NOT = WS-FORMULA-NAME
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               ADD 1 TO WS-LISTED-COUNT
                               PERFORM 5900-NAME-STATUS
                               DISPLAY "V" FML-VERSION " "
                                   WS-STATUS-NAME " DEFINED "
                                   FML-DEFINED-DATE " BY "
                                   FML-DEFINED-BY " R="
                                   FML-ROUND-MODE " N1=" FML-N1-KIND
                                   " N2=" FML-N2-KIND
                               DISPLAY "     " FML-EXPRESSION
                               DISPLAY "     " FML-DESCRIPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LISTED-COUNT = 0
                   DISPLAY "Formula " WS-FORMULA-NAME
                       " has never been defined"
               END-IF
           END-IF.

       5900-NAME-STATUS.
           EVALUATE TRUE
               WHEN FML-CURRENT
                   MOVE "CURRENT" TO WS-STATUS-NAME
               WHEN FML-SUPERSEDED
                   MOVE "SUPERSEDED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "WITHDRAWN" TO WS-STATUS-NAME
           END-EVALUATE.

       6000-WRITE-MASTER-AUDIT.
           PERFORM 6300-BUILD-FORMULA-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP.
           MOVE WS-KEYED-BY TO MAUD-KEYED-BY.
           MOVE WS-FORMULA-NAME TO MAUD-TARGET-ID.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE.
           MOVE WS-FORMULA-IMAGE TO MAUD-AFTER.
           WRITE MASTER-AUDIT-RECORD.

       6300-BUILD-FORMULA-IMAGE.
           MOVE FML-VERSION TO WS-IMG-VERSION.
           MOVE FML-STATUS TO WS-IMG-STATUS.
           MOVE FML-ROUND-MODE TO WS-IMG-ROUND-MODE.
           MOVE FML-N1-KIND TO WS-IMG-N1-KIND.
           MOVE FML-N2-KIND TO WS-IMG-N2-KIND.
           MOVE FML-EXPRESSION TO WS-IMG-EXPRESSION.

      ******************************************************************
      *    The keyed formula is turned into evaluation (postfix)
      *    order with an operator stack: operands and constants go
      *    straight to the step list, an operator first moves any
      *    stacked operator of equal or higher precedence (* and /
      *    over + and -) to the list, and a closing parenthesis
      *    empties the stack back to its opener. Operands and
      *    operators must alternate, which rejects a missing
      *    operand, two operands side by side and a leading minus
      *    alike - a negative constant is written as (0 - n).
      ******************************************************************
       7000-COMPILE-FORMULA.
           MOVE "N" TO WS-PARSE-FLAG.
           MOVE SPACES TO WS-PARSE-ERROR.
           MOVE 0 TO WS-ERROR-POS.
           MOVE SPACES TO WS-EXPR.
           MOVE FML-EXPRESSION TO WS-EXPR.
           MOVE 0 TO FML-STEP-COUNT.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > 30
               MOVE SPACE TO FML-STEP-TYPE(WS-STEP-IX)
               MOVE SPACE TO FML-STEP-OP(WS-STEP-IX)
               MOVE 0 TO FML-STEP-CONST(WS-STEP-IX)
           END-PERFORM.
           MOVE 0 TO WS-OP-DEPTH.
           SET WS-EXPECTING-OPERAND TO TRUE.
           PERFORM VARYING WS-EXPR-POS FROM 1 BY 1
               UNTIL WS-EXPR-POS > 60 OR WS-PARSE-FAILED
               MOVE WS-EXPR(WS-EXPR-POS:1) TO WS-EXPR-CHAR
               EVALUATE TRUE
                   WHEN WS-EXPR-CHAR = SPACE
                       CONTINUE
                   WHEN WS-EXPR-CHAR = "N"
                       PERFORM 7100-TAKE-OPERAND-NAME
                   WHEN WS-EXPR-CHAR IS NUMERIC
                       OR WS-EXPR-CHAR = "."
                       PERFORM 7200-TAKE-CONSTANT
                   WHEN WS-EXPR-CHAR = "("
                       PERFORM 7300-OPEN-PARENTHESIS
                   WHEN WS-EXPR-CHAR = ")"
                       PERFORM 7400-CLOSE-PARENTHESIS
                   WHEN WS-EXPR-CHAR = "+" OR WS-EXPR-CHAR = "-"
                       OR WS-EXPR-CHAR = "*" OR WS-EXPR-CHAR = "/"
                       PERFORM 7500-TAKE-OPERATOR
                   WHEN OTHER
                       MOVE SPACES TO WS-PARSE-ERROR
                       STRING "unexpected character " WS-EXPR-CHAR
                           DELIMITED BY SIZE INTO WS-PARSE-ERROR
                       PERFORM 7900-FAIL-PARSE
               END-EVALUATE
           END-PERFORM.
           IF NOT WS-PARSE-FAILED
               MOVE 60 TO WS-EXPR-POS
               IF WS-EXPECTING-OPERAND
                   MOVE "formula ends without an operand"
                       TO WS-PARSE-ERROR
                   PERFORM 7900-FAIL-PARSE
               END-IF
           END-IF.
           PERFORM UNTIL WS-OP-DEPTH = 0 OR WS-PARSE-FAILED
               IF WS-OP-ENTRY(WS-OP-DEPTH) = "("
                   MOVE "opening parenthesis is never closed"
                       TO WS-PARSE-ERROR
                   PERFORM 7900-FAIL-PARSE
               ELSE
                   PERFORM 7800-POP-OPERATOR
               END-IF
           END-PERFORM.

       7100-TAKE-OPERAND-NAME.
           IF NOT WS-EXPECTING-OPERAND
               MOVE "operand where an operator was expected"
                   TO WS-PARSE-ERROR
               PERFORM 7900-FAIL-PARSE
           ELSE
               ADD 1 TO WS-EXPR-POS
               MOVE WS-EXPR(WS-EXPR-POS:1) TO WS-EXPR-CHAR
               IF WS-EXPR-CHAR NOT = "1" AND WS-EXPR-CHAR NOT = "2"
                   MOVE "operand must be N1 or N2" TO WS-PARSE-ERROR
                   PERFORM 7900-FAIL-PARSE
               ELSE
                   PERFORM 7700-ADD-STEP
                   IF NOT WS-PARSE-FAILED
                       MOVE WS-EXPR-CHAR
                           TO FML-STEP-TYPE(FML-STEP-COUNT)
                       MOVE "N" TO WS-EXPECT-FLAG
                   END-IF
               END-IF
           END-IF.

       7200-TAKE-CONSTANT.
           IF NOT WS-EXPECTING-OPERAND
               MOVE "constant where an operator was expected"
                   TO WS-PARSE-ERROR
               PERFORM 7900-FAIL-PARSE
           ELSE
               MOVE SPACES TO WS-NUM-TEXT
               MOVE 0 TO WS-NUM-LEN
               PERFORM UNTIL WS-EXPR(WS-EXPR-POS:1) NOT NUMERIC
                   AND WS-EXPR(WS-EXPR-POS:1) NOT = "."
                   ADD 1 TO WS-NUM-LEN
                   IF WS-NUM-LEN <= 20
                       MOVE WS-EXPR(WS-EXPR-POS:1)
                           TO WS-NUM-TEXT(WS-NUM-LEN:1)
                   END-IF
                   ADD 1 TO WS-EXPR-POS
               END-PERFORM
               SUBTRACT 1 FROM WS-EXPR-POS
               IF WS-NUM-LEN > 14
                   OR FUNCTION TEST-NUMVAL(WS-NUM-TEXT) NOT = 0
                   MOVE "constant is not a valid number"
                       TO WS-PARSE-ERROR
                   PERFORM 7900-FAIL-PARSE
               ELSE
                   COMPUTE WS-CONST-WORK =
                       FUNCTION NUMVAL(WS-NUM-TEXT)
                       ON SIZE ERROR
                           MOVE "constant is larger than 9999999"
                               TO WS-PARSE-ERROR
                           PERFORM 7900-FAIL-PARSE
                   END-COMPUTE
               END-IF
               IF NOT WS-PARSE-FAILED
                   PERFORM 7700-ADD-STEP
               END-IF
               IF NOT WS-PARSE-FAILED
                   MOVE "K" TO FML-STEP-TYPE(FML-STEP-COUNT)
                   MOVE WS-CONST-WORK
                       TO FML-STEP-CONST(FML-STEP-COUNT)
                   MOVE "N" TO WS-EXPECT-FLAG
               END-IF
           END-IF.

       7300-OPEN-PARENTHESIS.
           IF NOT WS-EXPECTING-OPERAND
               MOVE "parenthesis where an operator was expected"
                   TO WS-PARSE-ERROR
               PERFORM 7900-FAIL-PARSE
           ELSE
               PERFORM 7600-PUSH-OPERATOR
           END-IF.

       7400-CLOSE-PARENTHESIS.
           IF WS-EXPECTING-OPERAND
               MOVE "closing parenthesis without an operand"
                   TO WS-PARSE-ERROR
               PERFORM 7900-FAIL-PARSE
           ELSE
               PERFORM UNTIL WS-OP-DEPTH = 0 OR WS-PARSE-FAILED
                   OR WS-OP-ENTRY(WS-OP-DEPTH) = "("
                   PERFORM 7800-POP-OPERATOR
               END-PERFORM
               IF NOT WS-PARSE-FAILED
                   IF WS-OP-DEPTH = 0
                       MOVE "closing parenthesis without an opener"
                           TO WS-PARSE-ERROR
                       PERFORM 7900-FAIL-PARSE
                   ELSE
                       SUBTRACT 1 FROM WS-OP-DEPTH
                   END-IF
               END-IF
           END-IF.

       7500-TAKE-OPERATOR.
           IF WS-EXPECTING-OPERAND
               MOVE "operator where an operand was expected"
                   TO WS-PARSE-ERROR
               PERFORM 7900-FAIL-PARSE
           ELSE
               MOVE WS-EXPR-CHAR TO WS-PREC-CHAR
               PERFORM 7650-OPERATOR-PRECEDENCE
               MOVE WS-PREC-RESULT TO WS-PREC-CURRENT
               MOVE 9 TO WS-PREC-TOP
               PERFORM UNTIL WS-OP-DEPTH = 0 OR WS-PARSE-FAILED
                   OR WS-PREC-TOP < WS-PREC-CURRENT
                   MOVE WS-OP-ENTRY(WS-OP-DEPTH) TO WS-PREC-CHAR
                   PERFORM 7650-OPERATOR-PRECEDENCE
                   MOVE WS-PREC-RESULT TO WS-PREC-TOP
                   IF WS-PREC-TOP >= WS-PREC-CURRENT
                       PERFORM 7800-POP-OPERATOR
                   END-IF
               END-PERFORM
               IF NOT WS-PARSE-FAILED
                   PERFORM 7600-PUSH-OPERATOR
                   SET WS-EXPECTING-OPERAND TO TRUE
               END-IF
           END-IF.

       7600-PUSH-OPERATOR.
           IF WS-OP-DEPTH >= 30
               MOVE "formula is nested too deeply" TO WS-PARSE-ERROR
               PERFORM 7900-FAIL-PARSE
           ELSE
               ADD 1 TO WS-OP-DEPTH
               MOVE WS-EXPR-CHAR TO WS-OP-ENTRY(WS-OP-DEPTH)
           END-IF.

      *    An opening parenthesis ranks lowest so nothing is moved
      *    past it until its closing parenthesis arrives.
       7650-OPERATOR-PRECEDENCE.
           EVALUATE WS-PREC-CHAR
               WHEN "*"
               WHEN "/"
                   MOVE 2 TO WS-PREC-RESULT
               WHEN "+"
               WHEN "-"
                   MOVE 1 TO WS-PREC-RESULT
               WHEN OTHER
                   MOVE 0 TO WS-PREC-RESULT
           END-EVALUATE.

       7700-ADD-STEP.
           IF FML-STEP-COUNT >= 30
               MOVE "formula is too long - 30 steps at most"
                   TO WS-PARSE-ERROR
               PERFORM 7900-FAIL-PARSE
           ELSE
               ADD 1 TO FML-STEP-COUNT
           END-IF.

       7800-POP-OPERATOR.
           PERFORM 7700-ADD-STEP.
           IF NOT WS-PARSE-FAILED
               MOVE "O" TO FML-STEP-TYPE(FML-STEP-COUNT)
               MOVE WS-OP-ENTRY(WS-OP-DEPTH)
                   TO FML-STEP-OP(FML-STEP-COUNT)
               SUBTRACT 1 FROM WS-OP-DEPTH
           END-IF.

       7900-FAIL-PARSE.
           SET WS-PARSE-FAILED TO TRUE.
           MOVE WS-EXPR-POS TO WS-ERROR-POS.
