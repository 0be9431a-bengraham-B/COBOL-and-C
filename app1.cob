           SELECT EXPORT-FILE ASSIGN TO "MATHEXP.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
           SELECT OLD-OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-OPER-STATUS.
           SELECT OLD-OPER-MST-FILE ASSIGN TO "OPERMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPER-MST-ID
               FILE STATUS IS WS-OLD-OPER-MST-STATUS.
           SELECT RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT MATH-CHECKPOINT-FILE ASSIGN TO "MATHCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCKPT-FILE-STATUS.
           SELECT MREJ-FILE ASSIGN TO "MATHREJS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MREJ-FILE-STATUS.
           SELECT OLD-MREJ-FILE ASSIGN TO "MATHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-MREJ-STATUS.
           SELECT FORMULA-FILE ASSIGN TO "FMLAMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FML-KEY
               FILE STATUS IS WS-FORMULA-FILE-STATUS.
           SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WST-KEY
               FILE STATUS IS WS-WST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATH-TRAN-FILE.
       COPY OPERREC.
       FD  OLD-OPER-FILE.
       01  OLD-OPER-RECORD             PIC X(44).
      *    The operator master as it stood before the sign-on
      *    fields - read once by the cutover conversion.
       FD  OLD-OPER-MST-FILE.
       01  OLD-OPER-MST-RECORD.
           05  OLD-OPER-MST-ID         PIC X(8).
           05  FILLER                  PIC X(36).
       FD  RATE-FILE.
       COPY RATEREC.
       FD  PEND-FILE.
       COPY MCKPTREC.
       FD  MREJ-FILE.
       COPY MREJREC.
      *    The reject file as it stood before MATH-FORMULA-NAME
      *    widened the record image - read once by the cutover
      *    conversion.
       FD  OLD-MREJ-FILE.
       01  OLD-MREJ-RECORD.
           05  OLD-MREJ-TRAN-RECORD    PIC X(39).
           05  OLD-MREJ-STEP-POS       PIC 9(3).
           05  OLD-MREJ-FAIL-POS       PIC 9(3).
           05  OLD-MREJ-TIMESTAMP      PIC X(21).
           05  OLD-MREJ-REASON         PIC X(40).
       FD  FORMULA-FILE.
       COPY FMLAREC.
       FD  WINDOW-STATE-FILE.
       COPY WSTREC.
       WORKING-STORAGE SECTION.

       COPY CURRCFG.
       COPY BATCHCFG.
       COPY SESSCTL.

           01 num1 PIC S9(7)V99 SIGN LEADING SEPARATE VALUE 0.
           01 num2 PIC S9(7)V99 SIGN LEADING SEPARATE VALUE 0.
      *    Finalizing a chain re-reads the buffered steps through the
      *    MATH-TRAN-RECORD area, so the record that triggered the
      *    finalize is held here and restored before it is processed.
           01 WS-INCOMING-RECORD PIC X(47) VALUE SPACES.
           01 WS-CHAIN-RESULT PIC S9(7)V99 VALUE 0.
           01 WS-STEP-IX PIC 9(3) VALUE 0.
           01 WS-MREJ-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-CHAIN-TABLE.
               05 WS-CHAIN-COUNT PIC 9(3) VALUE 0.
               05 WS-CHAIN-STEP OCCURS 50 TIMES.
                   10 WS-CHAIN-REC PIC X(47).
                   10 WS-CHAIN-STATUS PIC X.
                   10 WS-CHAIN-IN1 PIC X(13).
                   10 WS-CHAIN-ANS PIC X(11).
                   10 WS-CHAIN-CCY PIC X(3).
                   10 WS-CHAIN-RATE PIC 9(3)V9(6).
                   10 WS-CHAIN-REASON PIC X(40).
                   10 WS-CHAIN-FML-REF PIC X(12).
           01 WS-RATE-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RATE-EOF-FLAG PIC X VALUE "N".
               88 WS-RATE-END-OF-FILE VALUE "Y".
           01 WS-OPER-FOUND-MAX PIC 9(7)V99 VALUE 0.
           01 WS-ABS-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-OLD-OPER-STATUS PIC XX VALUE SPACES.
           01 WS-OLD-OPER-MST-STATUS PIC XX VALUE SPACES.
           01 WS-OLD-MREJ-STATUS PIC XX VALUE SPACES.
           01 WS-MIG-EOF-FLAG PIC X VALUE "N".
               88 WS-MIG-END-OF-FILE VALUE "Y".
           01 WS-MIGRATED-COUNT PIC 9(6) VALUE 0.
           01 WS-WST-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-STEP-RC PIC 9(4) VALUE 0.
           01 WS-STEP-GATED-FLAG PIC X VALUE "N".
               88 WS-STEP-GATED VALUE "Y".
           01 WS-STEP-SKIP-FLAG PIC X VALUE "N".
               88 WS-STEP-SKIPPED VALUE "Y".
      *    Current formulas off FMLAMST.MST, loaded once per run the
      *    same as the day's exchange rates. WS-FORMULA-REF is the
      *    formula name and version an "F" step is audited under.
           01 WS-FORMULA-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-FML-EOF-FLAG PIC X VALUE "N".
               88 WS-FML-END-OF-FILE VALUE "Y".
           01 WS-FML-FOUND-FLAG PIC X VALUE "N".
               88 WS-FML-FOUND VALUE "Y".
           01 WS-FORMULA-REF PIC X(12) VALUE SPACES.
           01 WS-N1-KIND PIC X VALUE "A".
           01 WS-N2-KIND PIC X VALUE "A".
           01 WS-FML-N1 PIC S9(7)V9(6) VALUE 0.
           01 WS-FML-N2 PIC S9(7)V9(6) VALUE 0.
           01 WS-FML-IX PIC 9(3) VALUE 0.
           01 WS-FML-STEP-IX PIC 9(2) VALUE 0.
           01 WS-FML-SKIPPED PIC 9(4) VALUE 0.
           01 WS-FML-TABLE.
               05 WS-FML-COUNT PIC 9(3) VALUE 0.
               05 WS-FML-ENTRY OCCURS 100 TIMES.
                   10 WS-FML-TBL-NAME PIC X(8).
                   10 WS-FML-TBL-VERSION PIC 9(3).
                   10 WS-FML-TBL-ROUND PIC X.
                   10 WS-FML-TBL-N1-KIND PIC X.
                   10 WS-FML-TBL-N2-KIND PIC X.
                   10 WS-FML-TBL-STEP-COUNT PIC 9(2).
                   10 WS-FML-TBL-STEP OCCURS 30 TIMES.
                       15 WS-FML-TBL-STEP-TYPE PIC X.
                       15 WS-FML-TBL-STEP-OP PIC X.
                       15 WS-FML-TBL-STEP-CONST PIC 9(7)V9(6).
           01 WS-FML-LEFT PIC S9(11)V9(6) VALUE 0.
           01 WS-FML-RIGHT PIC S9(11)V9(6) VALUE 0.
           01 WS-FML-STACK-TABLE.
               05 WS-FML-DEPTH PIC 9(2) VALUE 0.
               05 WS-FML-STACK OCCURS 30 TIMES PIC S9(11)V9(6).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD.
           IF NOT SESS-SIGNED-ON
               PERFORM 0050-CHECK-WINDOW-STATE
               IF WS-STEP-SKIPPED
                   MOVE WS-STEP-RC TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 0060-READ-CHECKPOINT.
           PERFORM 0100-OPEN-OPERATOR-MASTER.
           PERFORM 0150-LOAD-EXCHANGE-RATES.
           PERFORM 0160-LOAD-FORMULAS.
           OPEN INPUT MATH-TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "MATHTRAN.DAT is missing or unreadable - status "
           END-IF.
           OPEN EXTEND MREJ-FILE.
           IF WS-MREJ-FILE-STATUS = "35"
               PERFORM 0290-MIGRATE-MATH-REJECTS
           END-IF.

           PERFORM 0300-PROCESS-RECYCLE.
                   NOT AT END
                       MOVE MATH-TRAN-RECORD TO WS-INCOMING-RECORD
                       EVALUATE TRUE
                           WHEN MATH-TYPE-DETAIL OR MATH-TYPE-FORMULA
                               PERFORM 0600-FINALIZE-CHAIN
                               MOVE WS-INCOMING-RECORD
                                   TO MATH-TRAN-RECORD
           CLOSE PEND-FILE.
           CLOSE MREJ-FILE.
           CLOSE OPER-FILE.
           IF WS-STEP-GATED
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM 1900-RECORD-STEP-END
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    Math records itself on WINSTATE.MST as step "M" the same
      *    as Ben-COBOL: once it has ended below RC 8 for the day a
      *    resubmitted window skips it and hands back the return code
      *    it ended with. A run that stopped part-way is still marked
      *    started and runs again, picking up from MATHCKPT.DAT.
      *    A run from a signed-on menu session is not gated and
      *    records nothing, so it never stands in for the night's.
      ******************************************************************
       0050-CHECK-WINDOW-STATE.
           OPEN I-O WINDOW-STATE-FILE.
           IF WS-WST-FILE-STATUS = "35"
               OPEN OUTPUT WINDOW-STATE-FILE
               CLOSE WINDOW-STATE-FILE
               OPEN I-O WINDOW-STATE-FILE
           END-IF.
           IF WS-WST-FILE-STATUS NOT = "00"
               DISPLAY "WINSTATE.MST unusable - status "
                   WS-WST-FILE-STATUS
                   " - Math runs without restart control"
           ELSE
               SET WS-STEP-GATED TO TRUE
               MOVE WS-RUN-DATE-YYYYMMDD TO WST-BUS-DATE
               MOVE "M" TO WST-STEP-CODE
               READ WINDOW-STATE-FILE
                   INVALID KEY
                       PERFORM 0052-MARK-STEP-STARTED
                       WRITE WINDOW-STATE-RECORD
                   NOT INVALID KEY
                       PERFORM 0054-CHECK-PRIOR-RUN
               END-READ
               CLOSE WINDOW-STATE-FILE
           END-IF.

       0052-MARK-STEP-STARTED.
           MOVE WS-RUN-DATE-YYYYMMDD TO WST-BUS-DATE.
           MOVE "M" TO WST-STEP-CODE.
           SET WST-STARTED TO TRUE.
           MOVE 0 TO WST-RETURN-CODE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WST-START-TIME.
           MOVE SPACES TO WST-END-TIME.
           MOVE 0 TO WST-SKIP-COUNT.
           MOVE SPACES TO WST-RESET-BY.

       0054-CHECK-PRIOR-RUN.
           IF WST-COMPLETE
               SET WS-STEP-SKIPPED TO TRUE
               MOVE "N" TO WS-STEP-GATED-FLAG
               MOVE WST-RETURN-CODE TO WS-STEP-RC
               ADD 1 TO WST-SKIP-COUNT
               REWRITE WINDOW-STATE-RECORD
               DISPLAY "Math already complete for " WST-BUS-DATE
                   " (ended " WST-END-TIME " RC=" WST-RETURN-CODE
                   ") - skipped on resubmission"
           ELSE
               IF WST-STARTED
                   DISPLAY "Math started at " WST-START-TIME
                       " did not complete - running it again"
               END-IF
               PERFORM 0052-MARK-STEP-STARTED
               REWRITE WINDOW-STATE-RECORD
           END-IF.

       0060-READ-CHECKPOINT.
           OPEN INPUT MATH-CHECKPOINT-FILE.
           IF WS-MCKPT-FILE-STATUS = "00"
      ******************************************************************
      *    The operator master used to be loaded into a fixed table
      *    of 100 that silently stopped growing at the cap. It is
      *    now the indexed OPERMAST.MST read by key; the first run
      *    after the cutover migrates the old sequential file.
      ******************************************************************
       0100-OPEN-OPERATOR-MASTER.
               OPEN INPUT OPER-FILE
           END-IF.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0110-MIGRATE-OPERATOR-MASTER.
           OPEN INPUT OLD-OPER-MST-FILE.
           IF WS-OLD-OPER-MST-STATUS = "00"
               PERFORM 0111-CONVERT-OPERMST
           ELSE
               PERFORM 0112-MIGRATE-OPERMST-DAT
           END-IF.
           PERFORM 0113-ADD-BATCH-OPERATOR.

       0111-CONVERT-OPERMST.
           OPEN OUTPUT OPER-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-OPER-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-MST-RECORD TO OPERATOR-RECORD
                       PERFORM 0114-DEFAULT-SIGNON-FIELDS
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

       0112-MIGRATE-OPERMST-DAT.
           OPEN INPUT OLD-OPER-FILE.
           IF WS-OLD-OPER-STATUS NOT = "00"
               DISPLAY "No OPERMAST.MST, OPERMST.MST or OPERMST.DAT - "
                   "no operator is authorized to calculate"
               MOVE 8 TO RETURN-CODE
               GOBACK
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-RECORD TO OPERATOR-RECORD
                       PERFORM 0114-DEFAULT-SIGNON-FIELDS
                       WRITE OPERATOR-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
           END-PERFORM.
           CLOSE OLD-OPER-FILE.
           CLOSE OPER-FILE.
           DISPLAY "OPERMST.DAT migrated to indexed OPERMAST.MST - "
               WS-MIGRATED-COUNT " operator(s)".

      *    The generated details the window posts for itself are
      *    keyed under CFG-BATCH-OPERATOR, so a converted master
      *    that never had that ID gets it here rather than every
      *    generated detail rejecting as an unknown operator.
       0113-ADD-BATCH-OPERATOR.
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
                   PERFORM 0114-DEFAULT-SIGNON-FIELDS
                   WRITE OPERATOR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   DISPLAY "Batch operator " CFG-BATCH-OPERATOR
                       " added to OPERMAST.MST"
           END-READ.
           CLOSE OPER-FILE.

      *    A converted operator has no password until another
      *    operator sets a temporary one in OperMnt.
       0114-DEFAULT-SIGNON-FIELDS.
           MOVE 0 TO OPER-PASSWORD-HASH.
           MOVE SPACES TO OPER-PASSWORD-DATE.
           MOVE 0 TO OPER-FAIL-COUNT.
           MOVE SPACE TO OPER-LOCK-FLAG.

       0150-LOAD-EXCHANGE-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               CLOSE RATE-FILE
           END-IF.

      ******************************************************************
      *    Only the current version of each formula is kept; a name
      *    with no current version (never defined, or withdrawn) is
      *    rejected when a record calls it.
      ******************************************************************
       0160-LOAD-FORMULAS.
           OPEN INPUT FORMULA-FILE.
           IF WS-FORMULA-FILE-STATUS NOT = "00"
               DISPLAY "FMLAMST.MST not found - formula calls will "
                   "be rejected"
           ELSE
               PERFORM UNTIL WS-FML-END-OF-FILE
                   READ FORMULA-FILE NEXT RECORD
                       AT END SET WS-FML-END-OF-FILE TO TRUE
                       NOT AT END
                           IF FML-CURRENT
                               PERFORM 0170-TABLE-FORMULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMULA-FILE
               IF WS-FML-SKIPPED > 0
                   DISPLAY "Formula table full - " WS-FML-SKIPPED
                       " current formula(s) not loaded"
               END-IF
           END-IF.

       0170-TABLE-FORMULA.
           IF WS-FML-COUNT < 100
               ADD 1 TO WS-FML-COUNT
               MOVE FML-NAME TO WS-FML-TBL-NAME(WS-FML-COUNT)
               MOVE FML-VERSION TO WS-FML-TBL-VERSION(WS-FML-COUNT)
               MOVE FML-ROUND-MODE TO WS-FML-TBL-ROUND(WS-FML-COUNT)
               MOVE FML-N1-KIND TO WS-FML-TBL-N1-KIND(WS-FML-COUNT)
               MOVE FML-N2-KIND TO WS-FML-TBL-N2-KIND(WS-FML-COUNT)
               MOVE FML-STEP-COUNT
                   TO WS-FML-TBL-STEP-COUNT(WS-FML-COUNT)
               PERFORM VARYING WS-FML-STEP-IX FROM 1 BY 1
                   UNTIL WS-FML-STEP-IX > 30
                   MOVE FML-STEP-TYPE(WS-FML-STEP-IX) TO
                       WS-FML-TBL-STEP-TYPE(WS-FML-COUNT,
                           WS-FML-STEP-IX)
                   MOVE FML-STEP-OP(WS-FML-STEP-IX) TO
                       WS-FML-TBL-STEP-OP(WS-FML-COUNT,
                           WS-FML-STEP-IX)
                   MOVE FML-STEP-CONST(WS-FML-STEP-IX) TO
                       WS-FML-TBL-STEP-CONST(WS-FML-COUNT,
                           WS-FML-STEP-IX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-FML-SKIPPED
           END-IF.

       0200-VERIFY-BATCH-CONTROLS.
           PERFORM UNTIL WS-CTL-END-OF-FILE
               READ MATH-TRAN-FILE
                   MOVE MATH-TRL-RECORD-COUNT TO WS-CTL-TRL-COUNT
                   MOVE MATH-TRL-HASH-TOTAL TO WS-CTL-TRL-HASH
               WHEN MATH-TYPE-DETAIL OR MATH-TYPE-CHAIN
                   OR MATH-TYPE-FORMULA
                   IF WS-CTL-TRAILER-SEEN
                       DISPLAY "MATHTRAN.DAT has details after the "
                           "batch trailer"
                   SET WS-CTL-FAILED TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    The Math reject file moved to MATHREJS.DAT when the record
      *    image grew by MATH-FORMULA-NAME. The first run after the
      *    cutover copies any rejects still waiting on MATHREJ.DAT
      *    across with the formula name blank and the chain geometry,
      *    time and reason where MathFix now looks for them, and
      *    leaves the new file open to add tonight's rejects to.
      ******************************************************************
       0290-MIGRATE-MATH-REJECTS.
           OPEN OUTPUT MREJ-FILE.
           OPEN INPUT OLD-MREJ-FILE.
           IF WS-OLD-MREJ-STATUS = "00"
               MOVE "N" TO WS-MIG-EOF-FLAG
               MOVE 0 TO WS-MIGRATED-COUNT
               PERFORM UNTIL WS-MIG-END-OF-FILE
                   READ OLD-MREJ-FILE
                       AT END SET WS-MIG-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO MATH-REJECT-RECORD
                           MOVE OLD-MREJ-TRAN-RECORD
                               TO MREJ-TRAN-RECORD
                           MOVE OLD-MREJ-STEP-POS TO MREJ-STEP-POS
                           MOVE OLD-MREJ-FAIL-POS TO MREJ-FAIL-POS
                           MOVE OLD-MREJ-TIMESTAMP TO MREJ-TIMESTAMP
                           MOVE OLD-MREJ-REASON TO MREJ-REASON
                           WRITE MATH-REJECT-RECORD
                           ADD 1 TO WS-MIGRATED-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-MREJ-FILE
               DISPLAY "MATHREJ.DAT converted to widened "
                   "MATHREJS.DAT - " WS-MIGRATED-COUNT " reject(s)"
           END-IF.

       0300-PROCESS-RECYCLE.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RECYCLE-FILE-STATUS NOT = "00"
                           MOVE MATH-TRAN-RECORD TO WS-INCOMING-RECORD
                           EVALUATE TRUE
                               WHEN MATH-TYPE-DETAIL
                                   OR MATH-TYPE-FORMULA
                                   PERFORM 0600-FINALIZE-CHAIN
                                   MOVE WS-INCOMING-RECORD
                                       TO MATH-TRAN-RECORD
           MOVE 1 TO WS-RATE-USED.
           MOVE MATH-NUM-1 TO WS-AUDIT-IN1.
           MOVE SPACES TO WS-AUDIT-ANS-X.
           MOVE SPACES TO WS-FORMULA-REF.
           MOVE "R" TO WS-STATUS.
           PERFORM 1300-WRITE-AUDIT.
           MOVE MATH-TRAN-RECORD TO MREJ-TRAN-RECORD.
           MOVE WS-CHAIN-ANS(WS-STEP-IX) TO WS-AUDIT-ANS-X.
           MOVE WS-CHAIN-CCY(WS-STEP-IX) TO WS-CURRENCY.
           MOVE WS-CHAIN-RATE(WS-STEP-IX) TO WS-RATE-USED.
           MOVE WS-CHAIN-FML-REF(WS-STEP-IX) TO WS-FORMULA-REF.
           PERFORM 1300-WRITE-AUDIT.
           IF WS-STATUS = "S"
               PERFORM 1310-WRITE-EXPORT
           MOVE MATH-NUM-1 TO WS-AUDIT-IN1.
           MOVE SPACES TO WS-AUDIT-ANS-X.
           MOVE SPACES TO WS-STEP-REASON.
           MOVE SPACES TO WS-FORMULA-REF.
           MOVE "A" TO WS-N1-KIND.
           MOVE "A" TO WS-N2-KIND.

           IF WS-OPERATOR-ID = SPACES
               MOVE "R" TO WS-STATUS
           ELSE
               PERFORM 1100-VALIDATE-OPERATOR
           END-IF.
           IF MATH-TYPE-FORMULA
               MOVE MATH-FORMULA-NAME TO WS-FORMULA-REF
               IF WS-STATUS = "S"
                   PERFORM 1060-FIND-FORMULA
               END-IF
           END-IF.
           IF WS-STATUS = "S"
               IF MATH-TYPE-FORMULA
                   PERFORM 1055-EDIT-FORMULA-OPERANDS
               ELSE
                   PERFORM 1050-EDIT-OPERANDS
               END-IF
           END-IF.
           IF WS-STATUS = "S"
               PERFORM 1120-VALIDATE-CURRENCY
           MOVE WS-CURRENCY TO WS-CHAIN-CCY(WS-STEP-IX).
           MOVE WS-RATE-USED TO WS-CHAIN-RATE(WS-STEP-IX).
           MOVE WS-STEP-REASON TO WS-CHAIN-REASON(WS-STEP-IX).
           MOVE WS-FORMULA-REF TO WS-CHAIN-FML-REF(WS-STEP-IX).

       1050-EDIT-OPERANDS.
           IF WS-STEP-IX = 1
               END-IF
           END-IF.

      ******************************************************************
      *    A formula operand is held to six decimal places so a rate
      *    such as 1.0825 survives; one the formula does not use may
      *    be left blank and counts as zero. An amount operand is
      *    still worked in cents once converted (see 1130).
      ******************************************************************
       1055-EDIT-FORMULA-OPERANDS.
           MOVE 0 TO WS-FML-N1.
           MOVE 0 TO WS-FML-N2.
           IF MATH-NUM-1 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(MATH-NUM-1) NOT = 0
                   MOVE "R" TO WS-STATUS
               ELSE
                   COMPUTE WS-FML-N1 = FUNCTION NUMVAL(MATH-NUM-1)
               END-IF
           END-IF.
           IF MATH-NUM-2 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(MATH-NUM-2) NOT = 0
                   MOVE "R" TO WS-STATUS
               ELSE
                   COMPUTE WS-FML-N2 = FUNCTION NUMVAL(MATH-NUM-2)
               END-IF
           END-IF.
           IF WS-STATUS NOT = "S"
               MOVE "amount is not numeric" TO WS-STEP-REASON
               DISPLAY "Rejected transaction - amount is not "
                   "numeric"
           ELSE
               MOVE WS-FML-N1 TO num1
               MOVE WS-FML-N2 TO num2
           END-IF.

       1060-FIND-FORMULA.
           MOVE "N" TO WS-FML-FOUND-FLAG.
           PERFORM VARYING WS-FML-IX FROM 1 BY 1
               UNTIL WS-FML-IX > WS-FML-COUNT OR WS-FML-FOUND
               IF WS-FML-TBL-NAME(WS-FML-IX) = MATH-FORMULA-NAME
                   SET WS-FML-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FML-FOUND
               SUBTRACT 1 FROM WS-FML-IX
           END-IF.
           IF MATH-FORMULA-NAME = SPACES OR NOT WS-FML-FOUND
               MOVE "R" TO WS-STATUS
               MOVE "formula not current on formula master"
                   TO WS-STEP-REASON
               DISPLAY "Rejected transaction - formula "
                   MATH-FORMULA-NAME " is not current on the "
                   "formula master"
           ELSE
               MOVE SPACES TO WS-FORMULA-REF
               STRING MATH-FORMULA-NAME "V"
                   WS-FML-TBL-VERSION(WS-FML-IX)
                   DELIMITED BY SIZE INTO WS-FORMULA-REF
               MOVE WS-FML-TBL-N1-KIND(WS-FML-IX) TO WS-N1-KIND
               MOVE WS-FML-TBL-N2-KIND(WS-FML-IX) TO WS-N2-KIND
           END-IF.

       1100-VALIDATE-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-FLAG.
           MOVE SPACE TO WS-OPER-FOUND-ALLOW.
           END-IF.

       1130-CONVERT-AMOUNTS.
           IF MATH-TYPE-FORMULA
               PERFORM 1135-CONVERT-FORMULA-OPERANDS
           ELSE
               IF WS-STEP-IX = 1
                   COMPUTE num1 ROUNDED = num1 * WS-RATE-USED
                       ON SIZE ERROR MOVE "O" TO WS-STATUS
                   END-COMPUTE
               END-IF
               COMPUTE num2 ROUNDED = num2 * WS-RATE-USED
                   ON SIZE ERROR MOVE "O" TO WS-STATUS
               END-COMPUTE
           END-IF.
           IF WS-STATUS NOT = "S"
               MOVE "converted amount too large" TO WS-STEP-REASON
               DISPLAY "Exception on transaction - converted amount "
                   "too large"
           END-IF.

      *    Only a formula operand that is an amount is converted -
      *    a percentage or a rate is the same in any currency.
       1135-CONVERT-FORMULA-OPERANDS.
           IF WS-N1-KIND = "A"
               COMPUTE num1 ROUNDED = num1 * WS-RATE-USED
                   ON SIZE ERROR MOVE "O" TO WS-STATUS
               END-COMPUTE
               MOVE num1 TO WS-FML-N1
           END-IF.
           IF WS-N2-KIND = "A"
               COMPUTE num2 ROUNDED = num2 * WS-RATE-USED
                   ON SIZE ERROR MOVE "O" TO WS-STATUS
               END-COMPUTE
               MOVE num2 TO WS-FML-N2
           END-IF.

       1150-CHECK-LIMIT.
           IF WS-STEP-IX = 1 AND WS-N1-KIND = "A"
               IF num1 < 0
                   COMPUTE WS-ABS-AMOUNT = num1 * -1
               ELSE
                   MOVE "R" TO WS-STATUS
               END-IF
           END-IF.
           IF WS-N2-KIND = "A"
               IF num2 < 0
                   COMPUTE WS-ABS-AMOUNT = num2 * -1
               ELSE
                   MOVE num2 TO WS-ABS-AMOUNT
               END-IF
               IF WS-ABS-AMOUNT > WS-OPER-FOUND-MAX
                   MOVE "R" TO WS-STATUS
               END-IF
           END-IF.
           IF WS-STATUS NOT = "S"
               MOVE "amount exceeds operator limit"

       1200-RUN-CALCULATION.
           EVALUATE TRUE
               WHEN MATH-TYPE-FORMULA
                   PERFORM 1250-RUN-FORMULA
               WHEN MATH-OP-ADD
                   ADD num1 TO num2 GIVING ans
                       ON SIZE ERROR MOVE "O" TO WS-STATUS
                   MATH-NUM-2
           END-IF.

      ******************************************************************
      *    The formula's steps are held in evaluation order, so it is
      *    worked on a stack: an operand or constant is pushed, an
      *    operator replaces the top two entries with its result.
      *    Intermediate results carry six decimal places; the
      *    formula's own rounding rule applies only to the answer.
      ******************************************************************
       1250-RUN-FORMULA.
           MOVE 0 TO WS-FML-DEPTH.
           PERFORM VARYING WS-FML-STEP-IX FROM 1 BY 1
               UNTIL WS-FML-STEP-IX >
                   WS-FML-TBL-STEP-COUNT(WS-FML-IX)
               OR WS-STATUS NOT = "S"
               EVALUATE WS-FML-TBL-STEP-TYPE(WS-FML-IX, WS-FML-STEP-IX)
                   WHEN "1"
                       ADD 1 TO WS-FML-DEPTH
                       MOVE WS-FML-N1 TO WS-FML-STACK(WS-FML-DEPTH)
                   WHEN "2"
                       ADD 1 TO WS-FML-DEPTH
                       MOVE WS-FML-N2 TO WS-FML-STACK(WS-FML-DEPTH)
                   WHEN "K"
                       ADD 1 TO WS-FML-DEPTH
                       MOVE WS-FML-TBL-STEP-CONST(WS-FML-IX,
                           WS-FML-STEP-IX)
                           TO WS-FML-STACK(WS-FML-DEPTH)
                   WHEN OTHER
                       PERFORM 1260-APPLY-FORMULA-OPERATOR
               END-EVALUATE
           END-PERFORM.
           IF WS-STATUS = "S"
               IF WS-FML-DEPTH NOT = 1
                   MOVE "R" TO WS-STATUS
                   MOVE "formula on the master is malformed"
                       TO WS-STEP-REASON
               ELSE
                   IF WS-FML-TBL-ROUND(WS-FML-IX) = "N"
                       COMPUTE ans ROUNDED = WS-FML-STACK(1)
                           ON SIZE ERROR MOVE "O" TO WS-STATUS
                       END-COMPUTE
                   ELSE
                       COMPUTE ans = WS-FML-STACK(1)
                           ON SIZE ERROR MOVE "O" TO WS-STATUS
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

       1260-APPLY-FORMULA-OPERATOR.
           IF WS-FML-DEPTH < 2
               MOVE "R" TO WS-STATUS
               MOVE "formula on the master is malformed"
                   TO WS-STEP-REASON
           ELSE
               MOVE WS-FML-STACK(WS-FML-DEPTH) TO WS-FML-RIGHT
               SUBTRACT 1 FROM WS-FML-DEPTH
               MOVE WS-FML-STACK(WS-FML-DEPTH) TO WS-FML-LEFT
               EVALUATE WS-FML-TBL-STEP-OP(WS-FML-IX, WS-FML-STEP-IX)
                   WHEN "+"
                       COMPUTE WS-FML-STACK(WS-FML-DEPTH) =
                           WS-FML-LEFT + WS-FML-RIGHT
                           ON SIZE ERROR MOVE "O" TO WS-STATUS
                       END-COMPUTE
                   WHEN "-"
                       COMPUTE WS-FML-STACK(WS-FML-DEPTH) =
                           WS-FML-LEFT - WS-FML-RIGHT
                           ON SIZE ERROR MOVE "O" TO WS-STATUS
                       END-COMPUTE
                   WHEN "*"
                       COMPUTE WS-FML-STACK(WS-FML-DEPTH) =
                           WS-FML-LEFT * WS-FML-RIGHT
                           ON SIZE ERROR MOVE "O" TO WS-STATUS
                       END-COMPUTE
                   WHEN "/"
                       IF WS-FML-RIGHT = 0
                           MOVE "O" TO WS-STATUS
                           MOVE "formula divides by zero"
                               TO WS-STEP-REASON
                       ELSE
                           COMPUTE WS-FML-STACK(WS-FML-DEPTH) =
                               WS-FML-LEFT / WS-FML-RIGHT
                               ON SIZE ERROR MOVE "O" TO WS-STATUS
                           END-COMPUTE
                       END-IF
                   WHEN OTHER
                       MOVE "R" TO WS-STATUS
                       MOVE "formula on the master is malformed"
                           TO WS-STEP-REASON
               END-EVALUATE
           END-IF.

       1300-WRITE-AUDIT.
           MOVE "Math" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-CURRENT-DATE-TIME TO AUDIT-TIMESTAMP.
           IF MATH-TYPE-FORMULA
               MOVE "F" TO AUDIT-OPERATION
           ELSE
               MOVE MATH-OPERATION TO AUDIT-OPERATION
           END-IF.
           MOVE WS-AUDIT-IN1 TO AUDIT-INPUT-1.
           MOVE MATH-NUM-2 TO AUDIT-INPUT-2.
           IF WS-STATUS = "S"
           MOVE MATH-NUM-2 TO AUDIT-ORIG-AMT-2.
           MOVE WS-RATE-USED TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO AUDIT-RATE-USED.
           MOVE WS-FORMULA-REF TO AUDIT-REFERENCE.
           MOVE SPACE TO AUDIT-REVERSAL-FLAG.
           IF WS-STATUS NOT = "S"
               MOVE 4 TO RETURN-CODE
           MOVE "," TO EXP-COMMA-1.
           MOVE MATH-NUM-2 TO EXP-INPUT-2.
           MOVE "," TO EXP-COMMA-2.
           IF MATH-TYPE-FORMULA
               MOVE "F" TO EXP-OPERATION
           ELSE
               MOVE MATH-OPERATION TO EXP-OPERATION
           END-IF.
           MOVE "," TO EXP-COMMA-3.
           MOVE WS-AUDIT-ANS-X TO EXP-RESULT.
           MOVE "," TO EXP-COMMA-4.
           MOVE EXPORT-RECORD TO PEND-EXPORT-LINE.
           WRITE EXPORT-RECORD.
           WRITE PENDING-RECORD.

       1900-RECORD-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN I-O WINDOW-STATE-FILE.
           IF WS-WST-FILE-STATUS = "00"
               MOVE WS-RUN-DATE-YYYYMMDD TO WST-BUS-DATE
               MOVE "M" TO WST-STEP-CODE
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
