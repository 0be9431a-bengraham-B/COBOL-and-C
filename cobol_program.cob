      *    function code and CALLs the right one. Pass the code as a
      *    PARM for non-interactive use (see jcl/NIGHTLY.jcl STEP010);
      *    leave it off to get an interactive prompt instead.
      *    A function run from a PARM is a step of the batch window
      *    and is checked against the WINSTATE.MST step state file
      *    first: a step already complete for today is skipped, with
      *    a line in the job log, and ends with the return code it
      *    finished with the first time, so a resubmitted NIGHTLY
      *    picks up where it stopped. Ben-COBOL and Math are run
      *    directly by the job and keep their own state; WinStat, the
      *    state file's own maintenance, runs only from the menu.
      *    Without a PARM the terminal operator must sign on first,
      *    with an operator ID and password checked against
      *    OPERMAST.MST (the password is held there only as a hash).
      *    Wrong passwords lock the operator out after
      *    CFG-SIGNON-TRIES in a row, and a password older than
      *    CFG-PASSWORD-DAYS must be replaced before the menu is
      *    shown. An operator has no password until another operator
      *    sets a temporary one in OperMnt, and that must be replaced
      *    at the first sign-on; the CFG-BATCH-OPERATOR ID the
      *    window posts under never signs on here at all. The menu
      *    then stays up until the operator signs off, and every
      *    function it runs takes the signed-on ID from the SESSCTL
      *    session area rather than asking for it.
      *    Sign-on, sign-off, failures, lockouts and each function
      *    run go to the SESSLOG.DAT session log. Functions that
      *    identify their operator are not run from a PARM at all.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WST-KEY
               FILE STATUS IS WS-WST-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OLD-OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-OPER-STATUS.
           SELECT OLD-OPER-MST-FILE ASSIGN TO "OPERMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPER-MST-ID
               FILE STATUS IS WS-OLD-OPER-MST-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-STATE-FILE.
       COPY WSTREC.
       FD  OPER-FILE.
       COPY OPERREC.
       FD  OLD-OPER-FILE.
       01  OLD-OPER-RECORD             PIC X(44).
      *    The operator master as it stood before the sign-on
      *    fields - read once by the cutover conversion.
       FD  OLD-OPER-MST-FILE.
       01  OLD-OPER-MST-RECORD.
           05  OLD-OPER-MST-ID         PIC X(8).
           05  FILLER                  PIC X(36).
       FD  SESSION-LOG-FILE.
       COPY SLOGREC.
       WORKING-STORAGE SECTION.

       COPY BATCHCFG.
       COPY SESSCTL.
       COPY PWDHASH.

       01  WS-PARM                     PIC X(80) VALUE SPACES.
       01  WS-FUNCTION-CODE            PIC X VALUE SPACES.
           88  WS-SIGN-OFF-CODE        VALUE "*".
           88  WS-SESSION-FUNCTION     VALUE "A" "E" "P" "U" "7"
                                             "9" "%".
       01  WS-PROGRAM-NAME             PIC X(12) VALUE SPACES.
       01  WS-WST-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-STEP-CODE                PIC X(4) VALUE SPACES.
       01  WS-STEP-BUS-DATE            PIC X(8) VALUE SPACES.
       01  WS-STEP-RC                  PIC 9(4) VALUE 0.
       01  WS-GATED-FLAG               PIC X VALUE "N".
           88  WS-STEP-GATED           VALUE "Y".
       01  WS-SKIP-FLAG                PIC X VALUE "N".
           88  WS-STEP-SKIPPED         VALUE "Y".
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OLD-OPER-STATUS          PIC XX VALUE SPACES.
       01  WS-OLD-OPER-MST-STATUS      PIC XX VALUE SPACES.
       01  WS-MIG-EOF-FLAG             PIC X VALUE "N".
           88  WS-MIG-END-OF-FILE      VALUE "Y".
       01  WS-MIGRATED-COUNT           PIC 9(6) VALUE 0.
       01  WS-SLOG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ANSWER                   PIC X(16) VALUE SPACES.
       01  WS-SIGNON-ID                PIC X(8) VALUE SPACES.
       01  WS-PASSWORD                 PIC X(16) VALUE SPACES.
       01  WS-NEW-PASSWORD             PIC X(16) VALUE SPACES.
       01  WS-REPEAT-PASSWORD          PIC X(16) VALUE SPACES.
       01  WS-PASSWORD-LENGTH          PIC 9(2) VALUE 0.
       01  WS-ATTEMPT-COUNT            PIC 9(2) VALUE 0.
       01  WS-PASSWORD-AGE             PIC S9(6) VALUE 0.
       01  WS-DAYS-LEFT                PIC 9(6) VALUE 0.
       01  WS-EDIT-RC                  PIC Z(3)9.
       01  WS-SIGNON-STATE-FLAG        PIC X VALUE "N".
           88  WS-SIGNON-ABANDONED     VALUE "Y".
       01  WS-SIGN-OFF-FLAG            PIC X VALUE "N".
           88  WS-SIGN-OFF-REQUESTED   VALUE "Y".
       01  WS-OPER-FOUND-FLAG          PIC X VALUE "N".
           88  WS-OPER-FOUND           VALUE "Y".
       01  WS-NO-PASSWORD-FLAG         PIC X VALUE "N".
           88  WS-NO-PASSWORDS-SET     VALUE "Y".
       01  WS-SCAN-EOF-FLAG            PIC X VALUE "N".
           88  WS-SCAN-END-OF-FILE     VALUE "Y".
       01  WS-BOOTSTRAP-FLAG           PIC X VALUE "N".
           88  WS-BOOTSTRAP-SESSION    VALUE "Y".
       01  WS-NEW-PASSWORD-FLAG        PIC X VALUE "N".
           88  WS-NEW-PASSWORD-OK      VALUE "Y".
       01  WS-EXPIRED-FLAG             PIC X VALUE "N".
           88  WS-PASSWORD-EXPIRED     VALUE "Y".
       01  WS-SLOG-EVENT               PIC X(8) VALUE SPACES.
       01  WS-SLOG-FAILS               PIC 9(2) VALUE 0.
       01  WS-SLOG-DETAIL              PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               PERFORM 0100-RUN-TERMINAL-SESSION
           ELSE
               PERFORM 0200-RUN-BATCH-STEP
           END-IF.

           STOP RUN.

       0100-RUN-TERMINAL-SESSION.
           PERFORM 3000-SIGN-ON.
           IF NOT SESS-SIGNED-ON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-SIGN-OFF-REQUESTED
                   PERFORM 1000-SHOW-MENU
                   PERFORM 1100-PROMPT-FOR-FUNCTION
                   MOVE FUNCTION UPPER-CASE(WS-FUNCTION-CODE) TO
                       WS-FUNCTION-CODE
                   EVALUATE TRUE
                       WHEN WS-SIGN-OFF-CODE
                           SET WS-SIGN-OFF-REQUESTED TO TRUE
                       WHEN WS-BOOTSTRAP-SESSION
                           AND WS-FUNCTION-CODE NOT = "U"
                           DISPLAY "A bootstrap session may only run "
                               "OperMnt (U) to set temporary passwords"
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                           PERFORM 2000-DISPATCH-FUNCTION
                           PERFORM 3800-LOG-FUNCTION
                   END-EVALUATE
               END-PERFORM
               PERFORM 3900-SIGN-OFF
               MOVE 0 TO RETURN-CODE
           END-IF.

       0200-RUN-BATCH-STEP.
           MOVE FUNCTION UPPER-CASE(WS-PARM(1:1)) TO WS-FUNCTION-CODE.
           MOVE FUNCTION UPPER-CASE(WS-PARM(1:4)) TO WS-STEP-CODE.
           IF WS-SESSION-FUNCTION
               DISPLAY "Function " WS-FUNCTION-CODE " is keyed by a "
                   "signed-on operator - run it from the menu, not "
                   "from a PARM"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STEP-CODE(1:1) NOT = "B"
                   AND WS-STEP-CODE(1:1) NOT = "M"
                   PERFORM 0500-CHECK-WINDOW-STATE
               END-IF
               IF WS-STEP-SKIPPED
                   MOVE WS-STEP-RC TO RETURN-CODE
               ELSE
                   PERFORM 2000-DISPATCH-FUNCTION
                   IF WS-STEP-GATED
                       MOVE RETURN-CODE TO WS-STEP-RC
                       PERFORM 0600-RECORD-STEP-END
                       MOVE WS-STEP-RC TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    An unusable state file must not stop the window: the step
      *    runs as it always did, only without restart protection.
      ******************************************************************
       0500-CHECK-WINDOW-STATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN I-O WINDOW-STATE-FILE.
           IF WS-WST-FILE-STATUS = "35"
               OPEN OUTPUT WINDOW-STATE-FILE
               CLOSE WINDOW-STATE-FILE
               OPEN I-O WINDOW-STATE-FILE
           END-IF.
           IF WS-WST-FILE-STATUS NOT = "00"
               DISPLAY "WINSTATE.MST unusable - status "
                   WS-WST-FILE-STATUS " - step " WS-STEP-CODE
                   " runs without restart control"
           ELSE
               SET WS-STEP-GATED TO TRUE
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-STEP-BUS-DATE
               MOVE WS-STEP-BUS-DATE TO WST-BUS-DATE
               MOVE WS-STEP-CODE TO WST-STEP-CODE
               READ WINDOW-STATE-FILE
                   INVALID KEY
                       PERFORM 0510-MARK-STEP-STARTED
                       WRITE WINDOW-STATE-RECORD
                   NOT INVALID KEY
                       PERFORM 0520-CHECK-PRIOR-RUN
               END-READ
               CLOSE WINDOW-STATE-FILE
           END-IF.

       0510-MARK-STEP-STARTED.
           MOVE WS-STEP-BUS-DATE TO WST-BUS-DATE.
           MOVE WS-STEP-CODE TO WST-STEP-CODE.
           SET WST-STARTED TO TRUE.
           MOVE 0 TO WST-RETURN-CODE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WST-START-TIME.
           MOVE SPACES TO WST-END-TIME.
           MOVE 0 TO WST-SKIP-COUNT.
           MOVE SPACES TO WST-RESET-BY.

       0520-CHECK-PRIOR-RUN.
           IF WST-COMPLETE
               SET WS-STEP-SKIPPED TO TRUE
               MOVE "N" TO WS-GATED-FLAG
               MOVE WST-RETURN-CODE TO WS-STEP-RC
               ADD 1 TO WST-SKIP-COUNT
               REWRITE WINDOW-STATE-RECORD
               DISPLAY "Step " WS-STEP-CODE " already complete for "
                   WST-BUS-DATE " (ended " WST-END-TIME " RC="
                   WST-RETURN-CODE ") - skipped on resubmission"
           ELSE
               IF WST-STARTED
                   DISPLAY "Step " WS-STEP-CODE " started at "
                       WST-START-TIME " did not complete - "
                       "running it again"
               END-IF
               PERFORM 0510-MARK-STEP-STARTED
               REWRITE WINDOW-STATE-RECORD
           END-IF.

      *    Below RC 8 the step did its work (4 and 6 are data-quality
      *    warnings the job carries on past); 8 and above it failed
      *    and must run again on the next submission.
       0600-RECORD-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN I-O WINDOW-STATE-FILE.
           IF WS-WST-FILE-STATUS = "00"
               MOVE WS-STEP-BUS-DATE TO WST-BUS-DATE
               MOVE WS-STEP-CODE TO WST-STEP-CODE
               READ WINDOW-STATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-STEP-RC TO WST-RETURN-CODE
                       MOVE WS-CURRENT-DATE-TIME(9:6) TO WST-END-TIME
                       IF WS-STEP-RC < 8
                           SET WST-COMPLETE TO TRUE
                       ELSE
                           SET WST-FAILED TO TRUE
                       END-IF
                       REWRITE WINDOW-STATE-RECORD
               END-READ
               CLOSE WINDOW-STATE-FILE
           END-IF.

       1000-SHOW-MENU.
           DISPLAY "======================================".
           DISPLAY " Batch Function Menu - signed on as "
               SESS-OPER-ID.
           DISPLAY "======================================".
           DISPLAY " B - Ben-COBOL (addition/adjustment postings)".
           DISPLAY "     (PARM='BT' runs Ben-COBOL in trial mode: ".
           DISPLAY " Z - QtrRpt (quarter-end consolidated report)".
           DISPLAY " L - MathFix (Math reject repair/resubmission)".
           DISPLAY " D - CurrRpt (currency activity/revaluation)".
           DISPLAY " 1 - BudgRpt (budget vs actual, month to date)".
           DISPLAY " 2 - RollRpt (account hierarchy roll-up)".
           DISPLAY " 3 - BankRec (bank statement reconciliation)".
           DISPLAY " 4 - AccrEng (interest/fee accrual; PARM='4M' ".
           DISPLAY "     also posts the month on the month-end window)".
           DISPLAY " 5 - AllocEng (shared-cost percentage allocation)".
           DISPLAY " 6 - AnomRpt (posting anomaly exceptions)".
           DISPLAY " 7 - PerdMnt (period control, late adjustments)".
           DISPLAY " 8 - TaxRpt (tax return by tax code, any dates)".
           DISPLAY " 9 - WinStat (batch window step status/reset)".
           DISPLAY " 0 - IntegChk (cross-file master integrity check)".
           DISPLAY " $ - CashFcst (90-day forward cash position)".
           DISPLAY " # - DormSwp (dormant account sweep)".
           DISPLAY " @ - CsvConv (department CSV uploads to BENTRAN)".
           DISPLAY " % - FmlaMnt (named formula library for Math)".
           DISPLAY " * - Sign off".
           DISPLAY "======================================".

       1100-PROMPT-FOR-FUNCTION.
           DISPLAY "Enter function code: " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION-CODE.

      ******************************************************************
      *    The function is CANCELled once it returns, so the next
      *    time the menu runs it in the same session it starts from
      *    its initial state again.
      ******************************************************************
       2000-DISPATCH-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-CODE) TO
               WS-FUNCTION-CODE.
           MOVE SPACES TO WS-PROGRAM-NAME.
           EVALUATE WS-FUNCTION-CODE
               WHEN "B"
                   MOVE "Ben-COBOL" TO WS-PROGRAM-NAME
               WHEN "M"
                   MOVE "Math" TO WS-PROGRAM-NAME
               WHEN "H"
                   MOVE "HLTHCHK" TO WS-PROGRAM-NAME
               WHEN "R"
                   MOVE "ReconRpt" TO WS-PROGRAM-NAME
               WHEN "A"
                   MOVE "AcctMnt" TO WS-PROGRAM-NAME
               WHEN "F"
                   MOVE "RejFix" TO WS-PROGRAM-NAME
               WHEN "I"
                   MOVE "AuditInq" TO WS-PROGRAM-NAME
               WHEN "X"
                   MOVE "AudArch" TO WS-PROGRAM-NAME
               WHEN "O"
                   MOVE "OperRpt" TO WS-PROGRAM-NAME
               WHEN "Q"
                   MOVE "ResInq" TO WS-PROGRAM-NAME
               WHEN "C"
                   MOVE "MonthRpt" TO WS-PROGRAM-NAME
               WHEN "K"
                   MOVE "AckMatch" TO WS-PROGRAM-NAME
               WHEN "E"
                   MOVE "TranEntry" TO WS-PROGRAM-NAME
               WHEN "V"
                   MOVE "BenRevrs" TO WS-PROGRAM-NAME
               WHEN "G"
                   MOVE "BalInq" TO WS-PROGRAM-NAME
               WHEN "S"
                   MOVE "StmtGen" TO WS-PROGRAM-NAME
               WHEN "P"
                   MOVE "ApprRel" TO WS-PROGRAM-NAME
               WHEN "W"
                   MOVE "WhseRel" TO WS-PROGRAM-NAME
               WHEN "T"
                   MOVE "RateMnt" TO WS-PROGRAM-NAME
               WHEN "U"
                   MOVE "OperMnt" TO WS-PROGRAM-NAME
               WHEN "N"
                   MOVE "WindowSum" TO WS-PROGRAM-NAME
               WHEN "J"
                   MOVE "GLExtrct" TO WS-PROGRAM-NAME
               WHEN "Y"
                   MOVE "ArchMgr" TO WS-PROGRAM-NAME
               WHEN "Z"
                   MOVE "QtrRpt" TO WS-PROGRAM-NAME
               WHEN "L"
                   MOVE "MathFix" TO WS-PROGRAM-NAME
               WHEN "D"
                   MOVE "CurrRpt" TO WS-PROGRAM-NAME
               WHEN "1"
                   MOVE "BudgRpt" TO WS-PROGRAM-NAME
               WHEN "2"
                   MOVE "RollRpt" TO WS-PROGRAM-NAME
               WHEN "3"
                   MOVE "BankRec" TO WS-PROGRAM-NAME
               WHEN "4"
                   MOVE "AccrEng" TO WS-PROGRAM-NAME
               WHEN "5"
                   MOVE "AllocEng" TO WS-PROGRAM-NAME
               WHEN "6"
                   MOVE "AnomRpt" TO WS-PROGRAM-NAME
               WHEN "7"
                   MOVE "PerdMnt" TO WS-PROGRAM-NAME
               WHEN "8"
                   MOVE "TaxRpt" TO WS-PROGRAM-NAME
               WHEN "9"
                   MOVE "WinStat" TO WS-PROGRAM-NAME
               WHEN "0"
                   MOVE "IntegChk" TO WS-PROGRAM-NAME
               WHEN "$"
                   MOVE "CashFcst" TO WS-PROGRAM-NAME
               WHEN "#"
                   MOVE "DormSwp" TO WS-PROGRAM-NAME
               WHEN "@"
                   MOVE "CsvConv" TO WS-PROGRAM-NAME
               WHEN "%"
                   MOVE "FmlaMnt" TO WS-PROGRAM-NAME
               WHEN OTHER
                   DISPLAY "Unrecognized function code: "
                       WS-FUNCTION-CODE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           IF WS-PROGRAM-NAME NOT = SPACES
               CALL WS-PROGRAM-NAME
               CANCEL WS-PROGRAM-NAME
           END-IF.

      ******************************************************************
      *    Sign-on. An operator master that cannot be opened refuses
      *    every sign-on. One on which nobody (the batch operator
      *    aside) has a password yet - a new installation, or the
      *    first sign-on after the master was converted - allows a
      *    bootstrap session that can only run OperMnt, so the
      *    first temporary passwords can be set there; the same
      *    exception OperMnt makes for an empty master.
      ******************************************************************
       3000-SIGN-ON.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO SESS-OPER-ID.
           MOVE "N" TO SESS-STATE.
           MOVE 0 TO WS-ATTEMPT-COUNT.
           OPEN I-O OPER-FILE.
           IF WS-OPER-FILE-STATUS = "35"
               PERFORM 3010-MIGRATE-OPERATOR-MASTER
               OPEN I-O OPER-FILE
           END-IF.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS
               DISPLAY "Sign-on refused"
           ELSE
               PERFORM 3050-CHECK-PASSWORDS-SET
               DISPLAY "======================================"
               DISPLAY " Operator Sign-on"
               DISPLAY "======================================"
               PERFORM UNTIL SESS-SIGNED-ON OR WS-SIGNON-ABANDONED
                   PERFORM 3100-SIGN-ON-ATTEMPT
               END-PERFORM
               CLOSE OPER-FILE
           END-IF.

       3010-MIGRATE-OPERATOR-MASTER.
           OPEN INPUT OLD-OPER-MST-FILE.
           IF WS-OLD-OPER-MST-STATUS = "00"
               PERFORM 3011-CONVERT-OPERMST
               PERFORM 3013-ADD-BATCH-OPERATOR
           ELSE
               PERFORM 3012-MIGRATE-OPERMST-DAT
           END-IF.

       3011-CONVERT-OPERMST.
           OPEN OUTPUT OPER-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-OPER-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-MST-RECORD TO OPERATOR-RECORD
                       PERFORM 3014-DEFAULT-SIGNON-FIELDS
                       WRITE OPERATOR-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-MIGRATED-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD-OPER-MST-FILE.
           CLOSE OPER-FILE.
           DISPLAY "OPERMST.MST converted to widened OPERMAST.MST - "
               WS-MIGRATED-COUNT " operator(s)".

      *    With neither older master to convert, a new installation
      *    starts an empty master (the batch operator only), and the
      *    bootstrap session adds the first operators in OperMnt.
       3012-MIGRATE-OPERMST-DAT.
           OPEN INPUT OLD-OPER-FILE.
           IF WS-OLD-OPER-STATUS NOT = "00"
               DISPLAY "No OPERMAST.MST, OPERMST.MST or OPERMST.DAT - "
                   "starting a new operator master"
               OPEN OUTPUT OPER-FILE
               CLOSE OPER-FILE
           ELSE
               OPEN OUTPUT OPER-FILE
               MOVE "N" TO WS-MIG-EOF-FLAG
               MOVE 0 TO WS-MIGRATED-COUNT
               PERFORM UNTIL WS-MIG-END-OF-FILE
                   READ OLD-OPER-FILE
                       AT END SET WS-MIG-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-OPER-RECORD TO OPERATOR-RECORD
                           PERFORM 3014-DEFAULT-SIGNON-FIELDS
                           WRITE OPERATOR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-MIGRATED-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-OPER-FILE
               CLOSE OPER-FILE
               DISPLAY "OPERMST.DAT migrated to indexed OPERMAST.MST - "
                   WS-MIGRATED-COUNT " operator(s)"
           END-IF.
           PERFORM 3013-ADD-BATCH-OPERATOR.

      *    The generated details the window posts for itself are
      *    keyed under CFG-BATCH-OPERATOR, so a converted master
      *    that never had that ID gets it here rather than every
      *    generated detail rejecting as an unknown operator.
       3013-ADD-BATCH-OPERATOR.
           OPEN I-O OPER-FILE.
           MOVE CFG-BATCH-OPERATOR TO OPER-ID.
           READ OPER-FILE
               INVALID KEY
                   MOVE SPACES TO OPERATOR-RECORD
                   MOVE CFG-BATCH-OPERATOR TO OPER-ID
                   MOVE "NIGHTLY BATCH GENERATOR" TO OPER-NAME
                   MOVE "Y" TO OPER-ALLOW-BEN
                   MOVE "N" TO OPER-ALLOW-MATH
                   MOVE CFG-BATCH-OPER-LIMIT TO OPER-MAX-AMOUNT
                   PERFORM 3014-DEFAULT-SIGNON-FIELDS
                   WRITE OPERATOR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   DISPLAY "Batch operator " CFG-BATCH-OPERATOR
                       " added to OPERMAST.MST"
           END-READ.
           CLOSE OPER-FILE.

      *    A converted operator has no password until another
      *    operator sets a temporary one in OperMnt.
       3014-DEFAULT-SIGNON-FIELDS.
           MOVE 0 TO OPER-PASSWORD-HASH.
           MOVE SPACES TO OPER-PASSWORD-DATE.
           MOVE 0 TO OPER-FAIL-COUNT.
           MOVE SPACE TO OPER-LOCK-FLAG.

      *    The batch operator never signs on, so it does not count.
       3050-CHECK-PASSWORDS-SET.
           SET WS-NO-PASSWORDS-SET TO TRUE.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO OPER-ID.
           START OPER-FILE KEY >= OPER-ID
               INVALID KEY SET WS-SCAN-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-END-OF-FILE
               OR NOT WS-NO-PASSWORDS-SET
               READ OPER-FILE NEXT RECORD
                   AT END SET WS-SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF OPER-ID NOT = CFG-BATCH-OPERATOR
                           AND OPER-PASSWORD-HASH NUMERIC
                           AND OPER-PASSWORD-HASH NOT = 0
                           MOVE "N" TO WS-NO-PASSWORD-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       3100-SIGN-ON-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-COUNT.
           DISPLAY "Operator ID (blank to leave): " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8)) TO WS-SIGNON-ID.
           EVALUATE TRUE
               WHEN WS-SIGNON-ID = SPACES
                   SET WS-SIGNON-ABANDONED TO TRUE
               WHEN WS-SIGNON-ID = CFG-BATCH-OPERATOR
                   PERFORM 3180-REFUSE-BATCH-OPERATOR
               WHEN WS-NO-PASSWORDS-SET
                   PERFORM 3150-BOOTSTRAP-SIGN-ON
               WHEN OTHER
                   PERFORM 3200-CHECK-OPERATOR
           END-EVALUATE.
           IF NOT SESS-SIGNED-ON AND NOT WS-SIGNON-ABANDONED
               AND WS-ATTEMPT-COUNT NOT < CFG-SIGNON-TRIES
               DISPLAY "Too many sign-on attempts - session ended"
               SET WS-SIGNON-ABANDONED TO TRUE
           END-IF.

       3150-BOOTSTRAP-SIGN-ON.
           DISPLAY "No operator has a password yet - bootstrap "
               "session for " WS-SIGNON-ID.
           DISPLAY "Only OperMnt (U) may be run: add operators or set "
               "their temporary passwords there".
           MOVE "BOOTSTRP" TO WS-SLOG-EVENT.
           PERFORM 3700-WRITE-SESSION-LOG.
           SET WS-BOOTSTRAP-SESSION TO TRUE.
           PERFORM 3600-START-SESSION.

      *    The batch operator's details are posted by the window
      *    itself; a terminal session under that ID would let anyone
      *    key postings nobody can be held to.
       3180-REFUSE-BATCH-OPERATOR.
           DISPLAY "Operator " WS-SIGNON-ID " is the batch window's "
               "own ID and never signs on at a terminal".
           MOVE "REFUSED" TO WS-SLOG-EVENT.
           PERFORM 3700-WRITE-SESSION-LOG.
           DISPLAY "Sign-on refused".

      *    An unknown ID is still asked for a password, so the
      *    prompts do not tell a caller which IDs exist.
       3200-CHECK-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-FLAG.
           MOVE WS-SIGNON-ID TO OPER-ID.
           READ OPER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-OPER-FOUND TO TRUE
           END-READ.
           IF NOT WS-OPER-FOUND
               PERFORM 3250-PROMPT-PASSWORD
               MOVE "UNKNOWN" TO WS-SLOG-EVENT
               PERFORM 3700-WRITE-SESSION-LOG
               DISPLAY "Sign-on refused"
           ELSE
               IF OPER-FAIL-COUNT NOT NUMERIC
                   MOVE 0 TO OPER-FAIL-COUNT
               END-IF
               IF OPER-PASSWORD-HASH NOT NUMERIC
                   MOVE 0 TO OPER-PASSWORD-HASH
               END-IF
               EVALUATE TRUE
                   WHEN OPER-LOCKED
                       DISPLAY "Operator " WS-SIGNON-ID " is locked "
                           "out - another operator must unlock it "
                           "in OperMnt"
                       MOVE OPER-FAIL-COUNT TO WS-SLOG-FAILS
                       MOVE "LOCKED" TO WS-SLOG-EVENT
                       PERFORM 3700-WRITE-SESSION-LOG
                   WHEN OPER-PASSWORD-HASH = 0
                       PERFORM 3300-REFUSE-NO-PASSWORD
                   WHEN OTHER
                       PERFORM 3250-PROMPT-PASSWORD
                       PERFORM 3400-VERIFY-PASSWORD
               END-EVALUATE
           END-IF.

       3250-PROMPT-PASSWORD.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.

      *    An operator carried over by the master conversion has no
      *    password. Nobody may choose their own first password at
      *    the terminal - whoever typed the ID first would own it -
      *    so another operator sets a temporary one in OperMnt.
       3300-REFUSE-NO-PASSWORD.
           DISPLAY "No password is set for " WS-SIGNON-ID
               " - another operator must set a temporary one in "
               "OperMnt".
           MOVE "NOPASSWD" TO WS-SLOG-EVENT.
           PERFORM 3700-WRITE-SESSION-LOG.
           DISPLAY "Sign-on refused".

       3400-VERIFY-PASSWORD.
           MOVE WS-SIGNON-ID TO PWH-OPER-ID.
           MOVE WS-PASSWORD TO PWH-PASSWORD.
           CALL "PwdHash".
           MOVE SPACES TO WS-PASSWORD.
           IF PWH-HASH NOT = OPER-PASSWORD-HASH
               PERFORM 3420-RECORD-FAILURE
           ELSE
               MOVE 0 TO OPER-FAIL-COUNT
               PERFORM 3450-CHECK-EXPIRY
               IF WS-PASSWORD-EXPIRED
                   PERFORM 3470-REPLACE-EXPIRED
               ELSE
                   REWRITE OPERATOR-RECORD
                   PERFORM 3600-START-SESSION
               END-IF
           END-IF.

       3420-RECORD-FAILURE.
           IF OPER-FAIL-COUNT < 99
               ADD 1 TO OPER-FAIL-COUNT
           END-IF.
           IF OPER-FAIL-COUNT NOT < CFG-SIGNON-TRIES
               SET OPER-LOCKED TO TRUE
               MOVE "LOCKOUT" TO WS-SLOG-EVENT
               DISPLAY "Wrong password - operator " WS-SIGNON-ID
                   " is now locked out"
           ELSE
               MOVE "BADPASS" TO WS-SLOG-EVENT
               DISPLAY "Sign-on refused"
           END-IF.
           REWRITE OPERATOR-RECORD.
           MOVE OPER-FAIL-COUNT TO WS-SLOG-FAILS.
           PERFORM 3700-WRITE-SESSION-LOG.

      *    A password with no valid date set is treated as expired.
       3450-CHECK-EXPIRY.
           MOVE "N" TO WS-EXPIRED-FLAG.
           IF OPER-PASSWORD-DATE NOT NUMERIC
               OR OPER-PASSWORD-DATE = "00000000"
               SET WS-PASSWORD-EXPIRED TO TRUE
           ELSE
               COMPUTE WS-PASSWORD-AGE =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(1:8)))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(OPER-PASSWORD-DATE))
               IF WS-PASSWORD-AGE NOT < CFG-PASSWORD-DAYS
                   SET WS-PASSWORD-EXPIRED TO TRUE
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       CFG-PASSWORD-DAYS - WS-PASSWORD-AGE
                   IF WS-DAYS-LEFT NOT > 7
                       DISPLAY "Your password expires in "
                           WS-DAYS-LEFT " day(s)"
                   END-IF
               END-IF
           END-IF.

       3470-REPLACE-EXPIRED.
           MOVE "EXPIRED" TO WS-SLOG-EVENT.
           PERFORM 3700-WRITE-SESSION-LOG.
           DISPLAY "The password for " WS-SIGNON-ID
               " has expired - choose a new one".
           PERFORM 3500-CHOOSE-NEW-PASSWORD.
           IF WS-NEW-PASSWORD-OK
               PERFORM 3550-STORE-NEW-PASSWORD
               MOVE "PWDCHG" TO WS-SLOG-EVENT
               PERFORM 3700-WRITE-SESSION-LOG
               PERFORM 3600-START-SESSION
           ELSE
               REWRITE OPERATOR-RECORD
               DISPLAY "Sign-on refused - password not changed"
           END-IF.

       3500-CHOOSE-NEW-PASSWORD.
           MOVE "N" TO WS-NEW-PASSWORD-FLAG.
           DISPLAY "New password: " WITH NO ADVANCING.
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "Repeat new password: " WITH NO ADVANCING.
           ACCEPT WS-REPEAT-PASSWORD.
           MOVE 0 TO WS-PASSWORD-LENGTH.
           INSPECT WS-NEW-PASSWORD TALLYING WS-PASSWORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD NOT = WS-REPEAT-PASSWORD
                   DISPLAY "The two entries differ"
               WHEN WS-PASSWORD-LENGTH < CFG-PASSWORD-MIN-LEN
                   DISPLAY "A password must be at least "
                       CFG-PASSWORD-MIN-LEN " characters"
               WHEN OTHER
                   MOVE WS-SIGNON-ID TO PWH-OPER-ID
                   MOVE WS-NEW-PASSWORD TO PWH-PASSWORD
                   CALL "PwdHash"
                   IF PWH-HASH = OPER-PASSWORD-HASH
                       DISPLAY "The new password must differ from "
                           "the old one"
                   ELSE
                       SET WS-NEW-PASSWORD-OK TO TRUE
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE SPACES TO WS-REPEAT-PASSWORD.

      *    PWH-HASH still holds the new password's hash from
      *    3500-CHOOSE-NEW-PASSWORD.
       3550-STORE-NEW-PASSWORD.
           MOVE PWH-HASH TO OPER-PASSWORD-HASH.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO OPER-PASSWORD-DATE.
           MOVE 0 TO OPER-FAIL-COUNT.
           REWRITE OPERATOR-RECORD.

       3600-START-SESSION.
           MOVE WS-SIGNON-ID TO SESS-OPER-ID.
           SET SESS-SIGNED-ON TO TRUE.
           MOVE "SIGNON" TO WS-SLOG-EVENT.
           PERFORM 3700-WRITE-SESSION-LOG.
           DISPLAY "Signed on as " WS-SIGNON-ID.

       3700-WRITE-SESSION-LOG.
           OPEN EXTEND SESSION-LOG-FILE.
           IF WS-SLOG-FILE-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO SLOG-TIMESTAMP.
           MOVE WS-SIGNON-ID TO SLOG-OPER-ID.
           MOVE WS-SLOG-EVENT TO SLOG-EVENT.
           MOVE WS-SLOG-FAILS TO SLOG-FAIL-COUNT.
           MOVE WS-SLOG-DETAIL TO SLOG-DETAIL.
           WRITE SESSION-LOG-RECORD.
           CLOSE SESSION-LOG-FILE.
           MOVE 0 TO WS-SLOG-FAILS.
           MOVE SPACES TO WS-SLOG-DETAIL.

       3800-LOG-FUNCTION.
           MOVE RETURN-CODE TO WS-EDIT-RC.
           MOVE SPACES TO WS-SLOG-DETAIL.
           STRING "CODE " WS-FUNCTION-CODE " " WS-PROGRAM-NAME
               " RC=" WS-EDIT-RC
               DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
           MOVE "FUNCTION" TO WS-SLOG-EVENT.
           PERFORM 3700-WRITE-SESSION-LOG.

       3900-SIGN-OFF.
           MOVE "SIGNOFF" TO WS-SLOG-EVENT.
           PERFORM 3700-WRITE-SESSION-LOG.
           DISPLAY "Signed off " WS-SIGNON-ID.
           MOVE SPACES TO SESS-OPER-ID.
           MOVE "N" TO SESS-STATE.
