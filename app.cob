           SELECT EXPORT-FILE ASSIGN TO "BENEXP.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
           SELECT OLD-ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ACCT-STATUS.
           SELECT OLD-ACCT-MST-FILE ASSIGN TO "ACCTMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-MST-CODE
               FILE STATUS IS WS-OLD-ACCT-MST-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "BENRCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.
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
           SELECT TRIAL-FILE ASSIGN TO "BENTRIAL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT OLD-RESULT-FILE ASSIGN TO "RESULTS.MST"
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RES-KEY
               FILE STATUS IS WS-OLD-RES-STATUS.
           SELECT OLD-RESMST-FILE ASSIGN TO "RESMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RESMST-KEY
               FILE STATUS IS WS-OLD-RESMST-STATUS.
           SELECT WHSE-FILE ASSIGN TO "BENWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCT-CODE
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT BUDGET-FLAG-FILE ASSIGN TO "BUDGFLAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BFLG-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERDMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT PRIOR-ADJ-FILE ASSIGN TO "PRIORADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-FILE-STATUS.
           SELECT TAX-FILE ASSIGN TO "TAXMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WST-KEY
               FILE STATUS IS WS-WST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       COPY ACCTREC.
       FD  OLD-ACCT-FILE.
       01  OLD-ACCT-RECORD             PIC X(37).
      *    The account master as it stood before the parent, tax
      *    and reactivation fields - read once by the cutover
      *    conversion.
       FD  OLD-ACCT-MST-FILE.
       01  OLD-ACCT-MST-RECORD.
           05  OLD-ACCT-MST-CODE       PIC X(6).
           05  FILLER                  PIC X(37).
       FD  OLD-OPER-FILE.
       01  OLD-OPER-RECORD             PIC X(44).
      *    The operator master as it stood before the sign-on
      *    fields - read once by the cutover conversion.
       FD  OLD-OPER-MST-FILE.
       01  OLD-OPER-MST-RECORD.
           05  OLD-OPER-MST-ID         PIC X(8).
           05  FILLER                  PIC X(36).
       FD  OLD-HIST-FILE.
       01  OLD-HIST-RECORD             PIC X(20).
       FD  RECYCLE-FILE.
       COPY RESREC.
      *    The results master as it stood before RES-REFERENCE and
      *    RES-RATE-USED were added - read once, record by record,
      *    by the cutover conversion in 0287-MIGRATE-RESULTS-MST.
       FD  OLD-RESULT-FILE.
       01  OLD-RESULT-RECORD.
           05  OLD-RES-KEY.
           05  OLD-RES-CURRENCY        PIC X(3).
           05  OLD-RES-ORIG-CURRENCY   PIC X(3).
           05  OLD-RES-TIMESTAMP       PIC X(21).
      *    The results master as it stood before the tax columns -
      *    read once by the cutover conversion in
      *    0286-CONVERT-RESMST.
       FD  OLD-RESMST-FILE.
       01  OLD-RESMST-RECORD.
           05  OLD-RESMST-KEY          PIC X(16).
           05  FILLER                  PIC X(99).
       FD  WHSE-FILE.
       COPY WHSEREC.
       FD  APPROVAL-FILE.
       COPY APPRREC.
       FD  BALANCE-FILE.
       COPY BALREC.
       FD  BUDGET-FILE.
       COPY BUDGREC.
       FD  BUDGET-FLAG-FILE.
       COPY BUDGFLRC.
       FD  PERIOD-FILE.
       COPY PERDREC.
       FD  PRIOR-ADJ-FILE.
       COPY PPADJREC.
       FD  TAX-FILE.
       COPY TAXREC.
       FD  WINDOW-STATE-FILE.
       COPY WSTREC.
       WORKING-STORAGE SECTION.

       COPY CURRCFG.
       COPY BATCHCFG.
       COPY SESSCTL.

           01 numString1 PIC S9(7)V99 SIGN LEADING SEPARATE VALUE ZERO.
           01 numString2 PIC S9(7)V99 SIGN LEADING SEPARATE VALUE ZERO.
           01 WS-ACCT-FOUND-STATUS PIC X VALUE SPACES.
           01 WS-OLD-ACCT-STATUS PIC XX VALUE SPACES.
           01 WS-OLD-OPER-STATUS PIC XX VALUE SPACES.
           01 WS-OLD-ACCT-MST-STATUS PIC XX VALUE SPACES.
           01 WS-OLD-OPER-MST-STATUS PIC XX VALUE SPACES.
           01 WS-OLD-RESMST-STATUS PIC XX VALUE SPACES.
           01 WS-OLD-HIST-STATUS PIC XX VALUE SPACES.
           01 WS-MIG-EOF-FLAG PIC X VALUE "N".
               88 WS-MIG-END-OF-FILE VALUE "Y".
           01 WS-CTL-HDR-DATE PIC X(8) VALUE SPACES.
           01 WS-CTL-TRL-COUNT PIC 9(8) VALUE 0.
           01 WS-CTL-TRL-HASH PIC S9(11)V99 VALUE 0.
           01 WS-CTL-BATCH-FLAG PIC X VALUE "N".
               88 WS-CTL-BATCH-OPEN VALUE "Y".
           01 WS-CTL-BATCH-ID PIC X(8) VALUE SPACES.
           01 WS-CTL-BATCH-COUNT PIC 9(4) VALUE 0.
           01 WS-OPER-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-OPER-FOUND-FLAG PIC X VALUE "N".
               88 WS-OPER-FOUND VALUE "Y".
           01 WS-EDIT-SUB PIC +9(9).99.
           01 WS-PEND-FLAG PIC X VALUE "N".
               88 WS-PENDING-APPROVAL VALUE "Y".
           01 WS-DORMANT-FLAG PIC X VALUE "N".
               88 WS-ACCT-IS-DORMANT VALUE "Y".
           01 WS-HOLD-TEXT PIC X(32) VALUE SPACES.
           01 WS-PENDED-COUNT PIC 9(6) VALUE 0.
           01 WS-SUB-IX PIC 9(3) VALUE 0.
           01 WS-SUB-TABLE.
                   10 WS-SUB-ACCOUNT PIC X(6).
                   10 WS-SUB-TRAN-COUNT PIC 9(6).
                   10 WS-SUB-TOTAL PIC S9(9)V99.
           01 WS-BUDGET-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-BFLG-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-BUDG-OPEN-FLAG PIC X VALUE "N".
               88 WS-BUDG-OPEN VALUE "Y".
           01 WS-BUDG-FOUND-FLAG PIC X VALUE "N".
               88 WS-BUDG-FOUND VALUE "Y".
           01 WS-RUN-MONTH PIC X(6) VALUE SPACES.
           01 WS-MONTH-START-DATE PIC X(8) VALUE SPACES.
           01 WS-BUDG-AMOUNT PIC 9(11)V99 VALUE 0.
           01 WS-BUDG-ACTUAL PIC S9(11)V99 VALUE 0.
           01 WS-BUDG-PROJECTED PIC S9(11)V99 VALUE 0.
           01 WS-BUDG-FLAGGED-COUNT PIC 9(6) VALUE 0.
           01 WS-EDIT-BUDGET PIC +9(11).99.
           01 WS-EDIT-ACTUAL PIC +9(11).99.
           01 WS-BUDG-IX PIC 9(3) VALUE 0.
           01 WS-BUDG-SCAN-IX PIC 9(3) VALUE 0.
           01 WS-BUDG-TABLE.
               05 WS-BUDG-COUNT PIC 9(3) VALUE 0.
               05 WS-BUDG-ENTRY OCCURS 500 TIMES.
                   10 WS-BUDG-TBL-ACCOUNT PIC X(6).
                   10 WS-BUDG-TBL-PRIOR PIC S9(11)V99.
                   10 WS-BUDG-TBL-TONIGHT PIC S9(11)V99.
           01 WS-PERIOD-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-PERD-OPEN-FLAG PIC X VALUE "N".
               88 WS-PERD-OPEN VALUE "Y".
           01 WS-PPA-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-PRIOR-ADJ-COUNT PIC 9(6) VALUE 0.
           01 WS-TAX-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-TAX-OPEN-FLAG PIC X VALUE "N".
               88 WS-TAX-OPEN VALUE "Y".
           01 WS-ACCT-TAX-CODE PIC X(2) VALUE SPACES.
           01 WS-TAX-RATE-PCT PIC 9(3)V9(4) VALUE 0.
           01 WS-TAX-LIAB-ACCT PIC X(6) VALUE SPACES.
           01 WS-GENERATED-FLAG PIC X VALUE "N".
               88 WS-GENERATED-DETAIL VALUE "Y".
           01 WS-TAX-SPLIT-FLAG PIC X VALUE "N".
               88 WS-TAX-SPLIT VALUE "Y".
           01 WS-TAX-AMOUNT PIC S9(8)V99 VALUE 0.
           01 WS-ORIG-TAX PIC S9(8)V99 VALUE 0.
           01 WS-ORIG-AMT-1 PIC S9(7)V99 SIGN LEADING SEPARATE VALUE 0.
           01 WS-ORIG-AMT-2 PIC S9(7)V99 SIGN LEADING SEPARATE VALUE 0.
           01 WS-TAX-BASE-ACCT PIC X(6) VALUE SPACES.
           01 WS-RES-TAX-CODE PIC X(2) VALUE SPACES.
           01 WS-RES-TAX-PART PIC X VALUE SPACE.
           01 WS-EDIT-GROSS PIC +9(8).99.
           01 WS-EDIT-TAX PIC +9(8).99.
           01 WS-TAX-SPLIT-COUNT PIC 9(6) VALUE 0.
           01 WS-WST-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-STEP-RC PIC 9(4) VALUE 0.
           01 WS-STEP-GATED-FLAG PIC X VALUE "N".
               88 WS-STEP-GATED VALUE "Y".
           01 WS-STEP-SKIP-FLAG PIC X VALUE "N".
               88 WS-STEP-SKIPPED VALUE "Y".

       PROCEDURE DIVISION.

           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD.
           STRING "BENOUT." WS-RUN-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME.
           MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-RUN-MONTH.

           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:1) = "T" OR WS-PARM(2:1) = "T"
           END-IF.

           IF NOT WS-TRIAL-RUN
               IF NOT SESS-SIGNED-ON
                   PERFORM 0050-CHECK-WINDOW-STATE
                   IF WS-STEP-SKIPPED
                       MOVE WS-STEP-RC TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
               PERFORM 0100-READ-CHECKPOINT
           END-IF.
           PERFORM 0200-OPEN-ACCOUNT-MASTER.
           PERFORM 0250-OPEN-OPERATOR-MASTER.
           PERFORM 0260-LOAD-EXCHANGE-RATES.
           PERFORM 0270-OPEN-POSTED-HISTORY.
           PERFORM 0295-OPEN-BUDGET-MASTER.
           PERFORM 0298-OPEN-PERIOD-MASTER.
           PERFORM 0299-OPEN-TAX-MASTER.

           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               IF WS-WHSE-FILE-STATUS = "35"
                   OPEN OUTPUT WHSE-FILE
               END-IF
               OPEN EXTEND BUDGET-FLAG-FILE
               IF WS-BFLG-FILE-STATUS = "35"
                   OPEN OUTPUT BUDGET-FLAG-FILE
               END-IF
               OPEN EXTEND PRIOR-ADJ-FILE
               IF WS-PPA-FILE-STATUS = "35"
                   OPEN OUTPUT PRIOR-ADJ-FILE
               END-IF
           END-IF.

           PERFORM 0300-PROCESS-RECYCLE.
               CLOSE PEND-FILE
               CLOSE APPROVAL-FILE
               CLOSE WHSE-FILE
               CLOSE BUDGET-FLAG-FILE
               CLOSE PRIOR-ADJ-FILE
           END-IF.
           IF WS-BUDG-OPEN
               CLOSE BUDGET-FILE
           END-IF.
           IF WS-PERD-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-TAX-OPEN
               CLOSE TAX-FILE
           END-IF.
           IF WS-WAREHOUSED-COUNT > 0
               DISPLAY WS-WAREHOUSED-COUNT " future-dated detail(s) "
                   "moved to the BENWHSE.DAT warehouse"
           END-IF.
           IF WS-PENDED-COUNT > 0
               DISPLAY WS-PENDED-COUNT " over-limit or dormant-account "
                   "posting(s) held on BENPEND.DAT for supervisor "
                   "approval"
           END-IF.
           IF WS-BUDG-FLAGGED-COUNT > 0
               DISPLAY WS-BUDG-FLAGGED-COUNT " posting(s) took an "
                   "account past its monthly budget - see BUDGFLAG.DAT"
           END-IF.
           IF WS-PRIOR-ADJ-COUNT > 0
               DISPLAY WS-PRIOR-ADJ-COUNT " prior-period adjustment(s)"
                   " posted - listed on PRIORADJ.DAT"
           END-IF.
           IF WS-TAX-SPLIT-COUNT > 0
               DISPLAY WS-TAX-SPLIT-COUNT " posting(s) to taxable "
                   "accounts split into net and tax"
           END-IF.
           IF WS-STEP-GATED
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM 1900-RECORD-STEP-END
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    The nightly posting step records itself on WINSTATE.MST as
      *    step "B" the same as the cobol_program functions: once it
      *    has ended below RC 8 for the day a resubmitted window skips
      *    it and hands back the return code it ended with. A run
      *    that stopped part-way is still marked started and runs
      *    again, picking up from BENCKPT.DAT as before. A trial run
      *    neither checks nor records anything, and nor does a run
      *    from a signed-on menu session: only the batch step is
      *    gated, so a daytime run never stands in for the night's.
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
                   " - Ben-COBOL runs without restart control"
           ELSE
               SET WS-STEP-GATED TO TRUE
               MOVE WS-RUN-DATE-YYYYMMDD TO WST-BUS-DATE
               MOVE "B" TO WST-STEP-CODE
               READ WINDOW-STATE-FILE
                   INVALID KEY
                       PERFORM 0060-MARK-STEP-STARTED
                       WRITE WINDOW-STATE-RECORD
                   NOT INVALID KEY
                       PERFORM 0070-CHECK-PRIOR-RUN
               END-READ
               CLOSE WINDOW-STATE-FILE
           END-IF.

       0060-MARK-STEP-STARTED.
           MOVE WS-RUN-DATE-YYYYMMDD TO WST-BUS-DATE.
           MOVE "B" TO WST-STEP-CODE.
           SET WST-STARTED TO TRUE.
           MOVE 0 TO WST-RETURN-CODE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WST-START-TIME.
           MOVE SPACES TO WST-END-TIME.
           MOVE 0 TO WST-SKIP-COUNT.
           MOVE SPACES TO WST-RESET-BY.

       0070-CHECK-PRIOR-RUN.
           IF WST-COMPLETE
               SET WS-STEP-SKIPPED TO TRUE
               MOVE "N" TO WS-STEP-GATED-FLAG
               MOVE WST-RETURN-CODE TO WS-STEP-RC
               ADD 1 TO WST-SKIP-COUNT
               REWRITE WINDOW-STATE-RECORD
               DISPLAY "Ben-COBOL already complete for " WST-BUS-DATE
                   " (ended " WST-END-TIME " RC=" WST-RETURN-CODE
                   ") - skipped on resubmission"
           ELSE
               IF WST-STARTED
                   DISPLAY "Ben-COBOL started at " WST-START-TIME
                       " did not complete - running it again"
               END-IF
               PERFORM 0060-MARK-STEP-STARTED
               REWRITE WINDOW-STATE-RECORD
           END-IF.

       0100-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHKPT-FILE-STATUS = "00"
               OPEN INPUT ACCT-FILE
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST is missing or unreadable - status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0210-MIGRATE-ACCOUNT-MASTER.
           OPEN INPUT OLD-ACCT-MST-FILE.
           IF WS-OLD-ACCT-MST-STATUS = "00"
               PERFORM 0211-CONVERT-ACCTMST
           ELSE
               PERFORM 0212-MIGRATE-ACCTMST-DAT
           END-IF.

       0211-CONVERT-ACCTMST.
           OPEN OUTPUT ACCT-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-ACCT-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-ACCT-MST-RECORD TO ACCOUNT-RECORD
                       PERFORM 0213-DEFAULT-ACCOUNT-FIELDS
                       WRITE ACCOUNT-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-MIGRATED-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD-ACCT-MST-FILE.
           CLOSE ACCT-FILE.
           DISPLAY "ACCTMST.MST converted to widened ACCTMAST.MST - "
               WS-MIGRATED-COUNT " account(s)".

       0212-MIGRATE-ACCTMST-DAT.
           OPEN INPUT OLD-ACCT-FILE.
           IF WS-OLD-ACCT-STATUS NOT = "00"
               DISPLAY "No ACCTMAST.MST, ACCTMST.MST or ACCTMST.DAT - "
                   "run AcctMnt to build the account master"
               MOVE 8 TO RETURN-CODE
               GOBACK
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-ACCT-RECORD TO ACCOUNT-RECORD
                       PERFORM 0213-DEFAULT-ACCOUNT-FIELDS
                       WRITE ACCOUNT-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
           END-PERFORM.
           CLOSE OLD-ACCT-FILE.
           CLOSE ACCT-FILE.
           DISPLAY "ACCTMST.DAT migrated to indexed ACCTMAST.MST - "
               WS-MIGRATED-COUNT " account(s)".

       0213-DEFAULT-ACCOUNT-FIELDS.
           MOVE SPACES TO ACCT-PARENT-CODE.
           MOVE SPACES TO ACCT-TAX-CODE.
           MOVE SPACES TO ACCT-REACT-BY.
           MOVE SPACES TO ACCT-REACT-DATE.

       0250-OPEN-OPERATOR-MASTER.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS = "35"
               OPEN INPUT OPER-FILE
           END-IF.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0255-MIGRATE-OPERATOR-MASTER.
           OPEN INPUT OLD-OPER-MST-FILE.
           IF WS-OLD-OPER-MST-STATUS = "00"
               PERFORM 0256-CONVERT-OPERMST
           ELSE
               PERFORM 0257-MIGRATE-OPERMST-DAT
           END-IF.
           PERFORM 0258-ADD-BATCH-OPERATOR.

       0256-CONVERT-OPERMST.
           OPEN OUTPUT OPER-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-OPER-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-MST-RECORD TO OPERATOR-RECORD
                       PERFORM 0259-DEFAULT-SIGNON-FIELDS
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

       0257-MIGRATE-OPERMST-DAT.
           OPEN INPUT OLD-OPER-FILE.
           IF WS-OLD-OPER-STATUS NOT = "00"
               DISPLAY "No OPERMAST.MST, OPERMST.MST or OPERMST.DAT - "
                   "no operator is authorized to post"
               MOVE 8 TO RETURN-CODE
               GOBACK
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-RECORD TO OPERATOR-RECORD
                       PERFORM 0259-DEFAULT-SIGNON-FIELDS
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
       0258-ADD-BATCH-OPERATOR.
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
                   PERFORM 0259-DEFAULT-SIGNON-FIELDS
                   WRITE OPERATOR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   DISPLAY "Batch operator " CFG-BATCH-OPERATOR
                       " added to OPERMAST.MST"
           END-READ.
           CLOSE OPER-FILE.

      *    A converted operator has no password until another
      *    operator sets a temporary one in OperMnt.
       0259-DEFAULT-SIGNON-FIELDS.
           MOVE 0 TO OPER-PASSWORD-HASH.
           MOVE SPACES TO OPER-PASSWORD-DATE.
           MOVE 0 TO OPER-FAIL-COUNT.
           MOVE SPACE TO OPER-LOCK-FLAG.

       0260-LOAD-EXCHANGE-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
      *    cutover converts the old RESULTS.MST record by record,
      *    the way the old sequential masters were migrated. Rows
      *    written before the cutover carry spaces in the new
      *    columns. The tax columns widened it again and it moved
      *    on to RESMAST.MST the same way: RESMST.MST is converted
      *    if it is there, otherwise a RESULTS.MST still waiting.
      ******************************************************************
       0280-OPEN-RESULT-MASTER.
           OPEN I-O RESULT-FILE.
               OPEN I-O RESULT-FILE
           END-IF.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST is missing or unreadable - status "
                   WS-RESULT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0285-MIGRATE-RESULT-MASTER.
           OPEN INPUT OLD-RESMST-FILE.
           IF WS-OLD-RESMST-STATUS = "00"
               PERFORM 0286-CONVERT-RESMST
           ELSE
               PERFORM 0287-MIGRATE-RESULTS-MST
           END-IF.

       0286-CONVERT-RESMST.
           OPEN OUTPUT RESULT-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-RESMST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-RESMST-RECORD TO RESULT-RECORD
                       MOVE SPACES TO RES-TAX-CODE
                       MOVE SPACE TO RES-TAX-PART
                       WRITE RESULT-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-MIGRATED-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD-RESMST-FILE.
           CLOSE RESULT-FILE.
           DISPLAY "RESMST.MST converted to widened RESMAST.MST - "
               WS-MIGRATED-COUNT " posting(s)".

       0287-MIGRATE-RESULTS-MST.
           OPEN OUTPUT RESULT-FILE.
           OPEN INPUT OLD-RESULT-FILE.
           IF WS-OLD-RES-STATUS NOT = "00"
               CLOSE OLD-RESULT-FILE
               CLOSE RESULT-FILE
               DISPLAY "RESULTS.MST converted to widened "
                   "RESMAST.MST - " WS-MIGRATED-COUNT " posting(s)"
           END-IF.

       0290-OPEN-BALANCE-MASTER.
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    The budget check needs the month's actual for each
      *    budgeted account as the window opens. Tonight's share
      *    is the BALMST.MST window value (which already holds any
      *    postings made before a checkpoint restart); everything
      *    from the first of the month up to yesterday is added up
      *    once here from RESMAST.MST, for accounts that carry a
      *    budget this month. No BUDGMST.MST means no budgets have
      *    been keyed and nothing is flagged.
      ******************************************************************
       0295-OPEN-BUDGET-MASTER.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS = "00"
               SET WS-BUDG-OPEN TO TRUE
               PERFORM 0296-LOAD-MONTH-ACTUALS
           END-IF.

       0296-LOAD-MONTH-ACTUALS.
           MOVE SPACES TO WS-MONTH-START-DATE.
           STRING WS-RUN-MONTH "01"
               DELIMITED BY SIZE INTO WS-MONTH-START-DATE.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS = "00"
               MOVE "N" TO WS-MIG-EOF-FLAG
               MOVE WS-MONTH-START-DATE TO RES-RUN-DATE
               MOVE 0 TO RES-SEQUENCE
               START RESULT-FILE KEY >= RES-KEY
                   INVALID KEY SET WS-MIG-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-MIG-END-OF-FILE
                   READ RESULT-FILE NEXT RECORD
                       AT END SET WS-MIG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RES-RUN-DATE NOT < WS-RUN-DATE-YYYYMMDD
                               SET WS-MIG-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM 0297-ADD-PRIOR-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

       0297-ADD-PRIOR-ACTUAL.
           MOVE RES-ACCOUNT-CODE TO WS-ACCOUNT-CODE.
           PERFORM 1162-FIND-BUDGET-ENTRY.
           IF WS-BUDG-IX > 0
               COMPUTE WS-BUDG-TBL-PRIOR(WS-BUDG-IX) =
                   WS-BUDG-TBL-PRIOR(WS-BUDG-IX)
                   + FUNCTION NUMVAL(RES-RESULT)
           END-IF.

      ******************************************************************
      *    No PERDMST.MST means no period has ever been closed, and
      *    every detail posts as it always has.
      ******************************************************************
       0298-OPEN-PERIOD-MASTER.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               SET WS-PERD-OPEN TO TRUE
           END-IF.

      ******************************************************************
      *    No TAXMST.MST means no tax code has been set up. A posting
      *    to an account that names a tax code then rejects rather
      *    than posting gross to the cost center.
      ******************************************************************
       0299-OPEN-TAX-MASTER.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = "00"
               SET WS-TAX-OPEN TO TRUE
           END-IF.

       0300-PROCESS-RECYCLE.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RECYCLE-FILE-STATUS NOT = "00"
               END-IF
           END-IF.

      ******************************************************************
      *    BENTRAN.DAT may carry more than one batch - the upstream
      *    transmission and each department's converted upload are
      *    separate batches, one after another. Every batch must
      *    open with its header and close with its trailer, and
      *    each trailer must agree with the count and hash of the
      *    details in its own batch. Any batch failing fails the
      *    whole file, and any stale header makes it stale.
      ******************************************************************
       0400-VERIFY-BATCH-CONTROLS.
           PERFORM UNTIL WS-CTL-END-OF-FILE
               READ TRAN-FILE
               DISPLAY "BENTRAN.DAT has no batch header record"
               SET WS-CTL-FAILED TO TRUE
           END-IF.
           IF WS-CTL-BATCH-OPEN
               DISPLAY "BENTRAN.DAT batch " WS-CTL-BATCH-ID
                   " has no batch trailer record"
               SET WS-CTL-FAILED TO TRUE
           END-IF.
           IF WS-CTL-HEADER-SEEN AND NOT WS-CTL-FAILED
               IF WS-CTL-HDR-DATE NOT = WS-RUN-DATE-YYYYMMDD
           ADD 1 TO WS-CTL-RECORD-NUM.
           EVALUATE TRUE
               WHEN TRAN-TYPE-HEADER
                   IF WS-CTL-BATCH-OPEN
                       DISPLAY "BENTRAN.DAT batch " WS-CTL-BATCH-ID
                           " is not closed by a trailer before the "
                           "next batch header"
                       SET WS-CTL-FAILED TO TRUE
                   END-IF
                   IF NOT WS-CTL-HEADER-SEEN
                       OR TRAN-HDR-CREATE-DATE
                           NOT = WS-RUN-DATE-YYYYMMDD
                       MOVE TRAN-HDR-CREATE-DATE TO WS-CTL-HDR-DATE
                   END-IF
                   SET WS-CTL-HEADER-SEEN TO TRUE
                   SET WS-CTL-BATCH-OPEN TO TRUE
                   ADD 1 TO WS-CTL-BATCH-COUNT
                   MOVE TRAN-HDR-BATCH-ID TO WS-CTL-BATCH-ID
                   MOVE 0 TO WS-CTL-DETAIL-COUNT
                   MOVE 0 TO WS-CTL-HASH-TOTAL
               WHEN TRAN-TYPE-TRAILER
                   IF NOT WS-CTL-BATCH-OPEN
                       DISPLAY "BENTRAN.DAT record " WS-CTL-RECORD-NUM
                           " is a batch trailer with no batch header"
                       SET WS-CTL-FAILED TO TRUE
                   ELSE
                       PERFORM 0420-CHECK-BATCH-TRAILER
                   END-IF
                   SET WS-CTL-TRAILER-SEEN TO TRUE
                   MOVE "N" TO WS-CTL-BATCH-FLAG
               WHEN TRAN-TYPE-DETAIL
                   IF NOT WS-CTL-BATCH-OPEN
                       DISPLAY "BENTRAN.DAT record " WS-CTL-RECORD-NUM
                           " is a detail outside any batch"
                       SET WS-CTL-FAILED TO TRUE
                   END-IF
                   ADD 1 TO WS-CTL-DETAIL-COUNT
                   SET WS-CTL-FAILED TO TRUE
           END-EVALUATE.

       0420-CHECK-BATCH-TRAILER.
           MOVE TRAN-TRL-RECORD-COUNT TO WS-CTL-TRL-COUNT.
           MOVE TRAN-TRL-HASH-TOTAL TO WS-CTL-TRL-HASH.
           IF WS-CTL-TRL-COUNT NOT = WS-CTL-DETAIL-COUNT
               DISPLAY "BENTRAN.DAT batch " WS-CTL-BATCH-ID
                   " record count mismatch - trailer says "
                   WS-CTL-TRL-COUNT " but batch holds "
                   WS-CTL-DETAIL-COUNT
               SET WS-CTL-FAILED TO TRUE
           END-IF.
           IF WS-CTL-TRL-HASH NOT = WS-CTL-HASH-TOTAL
               DISPLAY "BENTRAN.DAT batch " WS-CTL-BATCH-ID
                   " hash total mismatch"
               SET WS-CTL-FAILED TO TRUE
           END-IF.

       1400-WRITE-CHECKPOINT.
           MOVE WS-RUN-DATE-YYYYMMDD TO CHKPT-RUN-DATE.
           MOVE WS-RECORD-COUNT TO CHKPT-LAST-RECORD-NUM.
      *    it names. Everything else posts as before.
      ******************************************************************
       1000-PROCESS-TRANSACTION.
           PERFORM 1020-CHECK-CLOSED-PERIOD.
           IF TRAN-VALUE-DATE IS NUMERIC
               AND TRAN-VALUE-DATE > WS-RUN-DATE-YYYYMMDD
               IF WS-TRIAL-RUN
           DISPLAY "Warehoused for value date " TRAN-VALUE-DATE
               " - reference " TRAN-REFERENCE.

      ******************************************************************
      *    A back-dated detail whose month finance has closed must
      *    not change that month's reported totals. It is refused
      *    for its own month and posts tonight, in the open period,
      *    as a prior-period adjustment carrying the month it was
      *    meant for. A detail already flagged upstream (BenRevrs,
      *    ApprRel, WhseRel) keeps the period it was given.
      ******************************************************************
       1020-CHECK-CLOSED-PERIOD.
           IF TRAN-ORIG-PERIOD = SPACES
               AND WS-PERD-OPEN
               AND TRAN-VALUE-DATE IS NUMERIC
               AND TRAN-VALUE-DATE(1:6) < WS-RUN-MONTH
               MOVE TRAN-VALUE-DATE(1:6) TO PERD-MONTH
               READ PERIOD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PERD-CLOSED
                           MOVE PERD-MONTH TO TRAN-ORIG-PERIOD
                           DISPLAY "Value date " TRAN-VALUE-DATE
                               " is in closed period " PERD-MONTH
                               " - reference " TRAN-REFERENCE
                               " posts as a prior-period adjustment"
                       END-IF
               END-READ
           END-IF.

       1010-POST-TRANSACTION.
           MOVE TRAN-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE TRAN-ACCOUNT-CODE TO WS-ACCOUNT-CODE.
           MOVE 1 TO WS-RATE-USED.
           MOVE TRAN-REFERENCE TO WS-REFERENCE.
           MOVE "N" TO WS-PEND-FLAG.
           MOVE "N" TO WS-DORMANT-FLAG.

           PERFORM 1100-VALIDATE-TRANSACTION.

                       NOT ON SIZE ERROR
                           MOVE ans TO WS-EDIT-ANS
                           DISPLAY "Sum: " WS-EDIT-ANS
                           PERFORM 1170-SPLIT-TAX
                           PERFORM 1370-ADD-TO-SUBTOTALS
                           PERFORM 1160-CHECK-BUDGET
                           IF WS-TRIAL-RUN
                               PERFORM 1810-TRIAL-WOULD-POST
                           ELSE
                               PERFORM 1357-ROLL-BALANCE
                               PERFORM 1360-WRITE-EXPORT
                               PERFORM 1380-RECORD-POSTED-REFERENCE
                               IF TRAN-ORIG-PERIOD NOT = SPACES
                                   PERFORM 1385-WRITE-PRIOR-ADJUSTMENT
                               END-IF
                           END-IF
                           IF WS-TAX-SPLIT
                               PERFORM 1390-POST-TAX-PORTION
                           END-IF
                   END-ADD
               END-IF
           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           MOVE TRAN-RECORD TO APPR-TRAN-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD TO APPR-SUBMIT-DATE.
           IF WS-ACCT-IS-DORMANT
               SET APPR-DORMANT-ACCT TO TRUE
           ELSE
               MOVE "L" TO APPR-HOLD-REASON
           END-IF.
           WRITE PENDING-APPROVAL-RECORD.
           ADD 1 TO WS-PENDED-COUNT.
           IF WS-ACCT-IS-DORMANT
               DISPLAY "Held for approval - account " WS-ACCOUNT-CODE
                   " is dormant - reference " WS-REFERENCE
           ELSE
               DISPLAY "Held for approval - amount exceeds limit for "
                   "operator " WS-OPERATOR-ID " reference " WS-REFERENCE
           END-IF.

       1140-VALIDATE-CURRENCY.
           IF WS-CURRENCY = CURR-CODE
               END-IF
           END-IF.

      ******************************************************************
      *    A detail the window generated for itself - keyed under
      *    CFG-BATCH-OPERATOR, or carrying an AccrEng interest or fee
      *    reference (AI/AF) or an AllocEng share reference (AL) -
      *    is posted as it stands, never split into net and tax:
      *    interest and fees are not tax-inclusive amounts, and an
      *    allocated share is spread from postings already split
      *    when they were keyed.
      ******************************************************************
       1144-CHECK-GENERATED-DETAIL.
           MOVE "N" TO WS-GENERATED-FLAG.
           IF WS-OPERATOR-ID = CFG-BATCH-OPERATOR
               OR WS-REFERENCE(1:2) = "AI"
               OR WS-REFERENCE(1:2) = "AF"
               OR WS-REFERENCE(1:2) = "AL"
               SET WS-GENERATED-DETAIL TO TRUE
           END-IF.

      ******************************************************************
      *    A taxable account needs its tax code on TAXMST.MST and
      *    the code's liability account open on the account master,
      *    or the tax portion would have nowhere to go; either gap
      *    rejects the detail so it can be fixed and resubmitted
      *    rather than posting gross.
      ******************************************************************
       1145-VALIDATE-TAX-CODE.
           MOVE 0 TO WS-TAX-RATE-PCT.
           MOVE SPACES TO WS-TAX-LIAB-ACCT.
           PERFORM 1144-CHECK-GENERATED-DETAIL.
           IF WS-ACCT-TAX-CODE NOT = SPACES
               AND NOT WS-GENERATED-DETAIL
               MOVE "N" TO WS-VALID-FLAG
               MOVE SPACES TO WS-REJECT-REASON
               STRING "no rate on TAXMST for tax code "
                   WS-ACCT-TAX-CODE
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               IF WS-TAX-OPEN
                   MOVE WS-ACCT-TAX-CODE TO TAX-CODE
                   READ TAX-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-VALID-FLAG
                           MOVE SPACES TO WS-REJECT-REASON
                           MOVE TAX-RATE-PCT TO WS-TAX-RATE-PCT
                           MOVE TAX-LIABILITY-ACCT TO WS-TAX-LIAB-ACCT
                   END-READ
               END-IF
           END-IF.
           IF WS-TRANSACTION-VALID AND WS-TAX-LIAB-ACCT NOT = SPACES
               MOVE WS-TAX-LIAB-ACCT TO ACCT-CODE
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               IF NOT WS-TRANSACTION-VALID
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "tax liability account " WS-TAX-LIAB-ACCT
                       " not open on master"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRANSACTION-VALID AND WS-ACCT-TAX-CODE NOT = SPACES
               AND NOT WS-GENERATED-DETAIL
               AND WS-TAX-LIAB-ACCT = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE SPACES TO WS-REJECT-REASON
               STRING "tax code " WS-ACCT-TAX-CODE
                   " has no liability account"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       1150-VALIDATE-REFERENCE.
           IF WS-REFERENCE = SPACES
               MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

      ******************************************************************
      *    The amount keyed against a taxable account is gross, tax
      *    included. The tax is the gross times RATE / (100 + RATE),
      *    rounded or truncated to the cent by the CURRCFG rule, and
      *    the account keeps the remainder, so net plus tax always
      *    equals what was keyed. From here on ans is the net, and
      *    the tax comes off the second input - num2 in house
      *    currency, WS-ORIG-AMT-2 split the same way in the original
      *    currency - so the net line's inputs foot to the net and
      *    the net and tax lines together foot to the gross. The
      *    audit trail still carries the gross, so a reversal
      *    (BenRevrs) re-keys the whole amount and splits it again.
      *    The details the window generates for itself are never
      *    split (see 1144-CHECK-GENERATED-DETAIL).
      ******************************************************************
       1170-SPLIT-TAX.
           MOVE "N" TO WS-TAX-SPLIT-FLAG.
           MOVE 0 TO WS-TAX-AMOUNT.
           MOVE 0 TO WS-ORIG-TAX.
           MOVE numString1 TO WS-ORIG-AMT-1.
           MOVE numString2 TO WS-ORIG-AMT-2.
           MOVE ans TO WS-EDIT-GROSS.
           MOVE SPACES TO WS-RES-TAX-CODE.
           MOVE SPACE TO WS-RES-TAX-PART.
           IF WS-ACCT-TAX-CODE NOT = SPACES
               AND NOT WS-GENERATED-DETAIL
               SET WS-TAX-SPLIT TO TRUE
               MOVE WS-ACCT-TAX-CODE TO WS-RES-TAX-CODE
               MOVE "B" TO WS-RES-TAX-PART
               IF CURR-ROUND-NEAREST
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       ans * WS-TAX-RATE-PCT / (100 + WS-TAX-RATE-PCT)
               ELSE
                   COMPUTE WS-TAX-AMOUNT =
                       ans * WS-TAX-RATE-PCT / (100 + WS-TAX-RATE-PCT)
               END-IF
               SUBTRACT WS-TAX-AMOUNT FROM ans
               SUBTRACT WS-TAX-AMOUNT FROM num2
               IF CURR-ROUND-NEAREST
                   COMPUTE WS-ORIG-TAX ROUNDED =
                       (numString1 + numString2) * WS-TAX-RATE-PCT
                       / (100 + WS-TAX-RATE-PCT)
               ELSE
                   COMPUTE WS-ORIG-TAX =
                       (numString1 + numString2) * WS-TAX-RATE-PCT
                       / (100 + WS-TAX-RATE-PCT)
               END-IF
               SUBTRACT WS-ORIG-TAX FROM WS-ORIG-AMT-2
               MOVE ans TO WS-EDIT-ANS
               MOVE WS-TAX-AMOUNT TO WS-EDIT-TAX
               DISPLAY "Tax code " WS-ACCT-TAX-CODE " - net "
                   WS-EDIT-ANS " tax " WS-EDIT-TAX
           END-IF.

      ******************************************************************
      *    A posting that takes its account past the month's budget
      *    is flagged, never rejected or held: the clerk keyed what
      *    the department spent, and the budget is the department
      *    head's problem. The actual it is measured against is the
      *    month before tonight (loaded by 0296) plus tonight's
      *    BALMST.MST window value, read before this posting rolls
      *    in. A trial run rolls nothing, so it keeps its own
      *    running total of what it would have posted instead.
      ******************************************************************
       1160-CHECK-BUDGET.
           IF NOT WS-BUDG-OPEN
               CONTINUE
           ELSE
               PERFORM 1161-READ-BUDGET
               IF WS-BUDG-FOUND
                   PERFORM 1162-FIND-BUDGET-ENTRY
               END-IF
               IF WS-BUDG-FOUND AND WS-BUDG-IX > 0
                   MOVE WS-BUDG-TBL-PRIOR(WS-BUDG-IX)
                       TO WS-BUDG-ACTUAL
                   PERFORM 1163-ADD-TONIGHT-ACTUAL
                   COMPUTE WS-BUDG-PROJECTED = WS-BUDG-ACTUAL + ans
                   ADD ans TO WS-BUDG-TBL-TONIGHT(WS-BUDG-IX)
                   IF WS-BUDG-PROJECTED > WS-BUDG-AMOUNT
                       PERFORM 1165-FLAG-OVER-BUDGET
                   END-IF
               END-IF
           END-IF.

       1161-READ-BUDGET.
           MOVE "N" TO WS-BUDG-FOUND-FLAG.
           MOVE 0 TO WS-BUDG-AMOUNT.
           MOVE WS-ACCOUNT-CODE TO BUDG-ACCT-CODE.
           MOVE WS-RUN-MONTH TO BUDG-MONTH.
           READ BUDGET-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET WS-BUDG-FOUND TO TRUE
                   MOVE BUDG-AMOUNT TO WS-BUDG-AMOUNT
           END-READ.

      *    Finds (or starts) the account's entry in the month-actual
      *    table; WS-BUDG-IX is left at zero for an account with no
      *    budget this month, or when the table is full.
       1162-FIND-BUDGET-ENTRY.
           MOVE 0 TO WS-BUDG-IX.
           PERFORM VARYING WS-BUDG-SCAN-IX FROM 1 BY 1
               UNTIL WS-BUDG-SCAN-IX > WS-BUDG-COUNT OR WS-BUDG-IX > 0
               IF WS-BUDG-TBL-ACCOUNT(WS-BUDG-SCAN-IX)
                   = WS-ACCOUNT-CODE
                   MOVE WS-BUDG-SCAN-IX TO WS-BUDG-IX
               END-IF
           END-PERFORM.
           IF WS-BUDG-IX = 0
               PERFORM 1161-READ-BUDGET
               IF WS-BUDG-FOUND AND WS-BUDG-COUNT < 500
                   ADD 1 TO WS-BUDG-COUNT
                   MOVE WS-BUDG-COUNT TO WS-BUDG-IX
                   MOVE WS-ACCOUNT-CODE
                       TO WS-BUDG-TBL-ACCOUNT(WS-BUDG-IX)
                   MOVE 0 TO WS-BUDG-TBL-PRIOR(WS-BUDG-IX)
                   MOVE 0 TO WS-BUDG-TBL-TONIGHT(WS-BUDG-IX)
               END-IF
           END-IF.

       1163-ADD-TONIGHT-ACTUAL.
           IF WS-TRIAL-RUN OR NOT WS-BAL-OPEN
               ADD WS-BUDG-TBL-TONIGHT(WS-BUDG-IX) TO WS-BUDG-ACTUAL
           ELSE
               MOVE WS-ACCOUNT-CODE TO BAL-ACCT-CODE
               READ BALANCE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BAL-LAST-POST-DATE = WS-RUN-DATE-YYYYMMDD
                           ADD BAL-WINDOW-VALUE TO WS-BUDG-ACTUAL
                       END-IF
               END-READ
           END-IF.

       1165-FLAG-OVER-BUDGET.
           ADD 1 TO WS-BUDG-FLAGGED-COUNT.
           MOVE WS-BUDG-AMOUNT TO WS-EDIT-BUDGET.
           MOVE WS-BUDG-PROJECTED TO WS-EDIT-ACTUAL.
           IF WS-TRIAL-RUN
               MOVE SPACES TO TRIAL-LINE
               STRING "BUDGET FLAG  " WS-REFERENCE
                   " ACCT=" WS-ACCOUNT-CODE
                   " MONTH TO DATE " WS-EDIT-ACTUAL
                   " AGAINST BUDGET " WS-EDIT-BUDGET
                   DELIMITED BY SIZE INTO TRIAL-LINE
               WRITE TRIAL-LINE
           ELSE
               MOVE WS-RUN-DATE-YYYYMMDD TO BFLG-RUN-DATE
               MOVE WS-ACCOUNT-CODE TO BFLG-ACCT-CODE
               MOVE WS-REFERENCE TO BFLG-REFERENCE
               MOVE WS-OPERATOR-ID TO BFLG-OPERATOR-ID
               MOVE ans TO BFLG-AMOUNT
               MOVE WS-BUDG-PROJECTED TO BFLG-ACTUAL
               MOVE WS-BUDG-AMOUNT TO BFLG-BUDGET
               WRITE BUDGET-FLAG-RECORD
               DISPLAY "Over budget - account " WS-ACCOUNT-CODE
                   " reference " WS-REFERENCE " takes the month to "
                   WS-EDIT-ACTUAL " against " WS-EDIT-BUDGET
           END-IF.

       1210-REJECT-OVERFLOW.
           MOVE "ans overflowed - transaction too large"
               TO WS-REJECT-REASON.
           IF WS-TRANSACTION-VALID
               PERFORM 1150-VALIDATE-REFERENCE
           END-IF.
           IF WS-TRANSACTION-VALID
               PERFORM 1145-VALIDATE-TAX-CODE
           END-IF.
      *    The limit check runs last so that only details that are
      *    valid in every other respect can be held for supervisor
      *    approval; anything else still rejects outright.
       1110-VALIDATE-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           MOVE SPACES TO WS-ACCT-FOUND-STATUS.
           MOVE SPACES TO WS-ACCT-TAX-CODE.
           MOVE WS-ACCOUNT-CODE TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE ACCT-STATUS TO WS-ACCT-FOUND-STATUS
                   MOVE ACCT-TAX-CODE TO WS-ACCT-TAX-CODE
           END-READ.
           IF NOT WS-ACCT-FOUND
               MOVE "N" TO WS-VALID-FLAG
               MOVE "account code is not on the master"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-ACCT-FOUND-STATUS = "D"
                   SET WS-ACCT-IS-DORMANT TO TRUE
               ELSE
                   IF WS-ACCT-FOUND-STATUS NOT = "A"
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "account is closed" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    and 1135 accepts the stamp only when the approver is a
      *    different operator than the submitter and is themselves
      *    on the operator master. Anything else pends again.
      *    A posting to a dormant account is held the same way
      *    whatever its amount, and a supervisor's release clears
      *    it just as it clears the limit.
      ******************************************************************
       1130-VALIDATE-LIMIT.
           PERFORM 1135-VERIFY-APPROVAL.
               AND NOT WS-RELEASE-APPROVED
               SET WS-PENDING-APPROVAL TO TRUE
           END-IF.
           IF WS-ACCT-IS-DORMANT
               AND NOT WS-RELEASE-APPROVED
               SET WS-PENDING-APPROVAL TO TRUE
           END-IF.

       1135-VERIFY-APPROVAL.
           MOVE "N" TO WS-APPROVER-FLAG.

       1300-WRITE-AUDIT-SUCCESS.
           MOVE "S" TO AUDIT-STATUS.
           MOVE WS-EDIT-GROSS TO AUDIT-RESULT.
           MOVE CURR-CODE TO AUDIT-CURRENCY.
           PERFORM 1310-WRITE-AUDIT-COMMON.

           MOVE WS-CURRENT-DATE-TIME TO OUT-TIMESTAMP.
           MOVE CURR-CODE TO OUT-CURRENCY.
           MOVE WS-CURRENCY TO OUT-ORIG-CURRENCY.
           MOVE WS-ORIG-AMT-1 TO WS-EDIT-NUM-1.
           MOVE WS-EDIT-NUM-1 TO OUT-ORIG-AMT-1.
           MOVE WS-ORIG-AMT-2 TO WS-EDIT-NUM-2.
           MOVE WS-EDIT-NUM-2 TO OUT-ORIG-AMT-2.
           MOVE WS-RATE-USED TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO OUT-RATE-USED.
           MOVE WS-REFERENCE TO RES-REFERENCE.
           MOVE WS-RATE-USED TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO RES-RATE-USED.
           MOVE WS-RES-TAX-CODE TO RES-TAX-CODE.
           MOVE WS-RES-TAX-PART TO RES-TAX-PART.
           MOVE "00" TO WS-RESULT-FILE-STATUS.
           PERFORM WITH TEST AFTER
               UNTIL WS-RESULT-FILE-STATUS NOT = "22"
           MOVE "," TO EXP-COMMA-7.
           MOVE WS-CURRENCY TO EXP-ORIG-CURRENCY.
           MOVE "," TO EXP-COMMA-8.
           MOVE WS-ORIG-AMT-1 TO WS-EDIT-NUM-1.
           MOVE WS-EDIT-NUM-1 TO EXP-ORIG-AMT-1.
           MOVE "," TO EXP-COMMA-9.
           MOVE WS-ORIG-AMT-2 TO WS-EDIT-NUM-2.
           MOVE WS-EDIT-NUM-2 TO EXP-ORIG-AMT-2.
           MOVE "," TO EXP-COMMA-10.
           MOVE WS-RATE-USED TO WS-EDIT-RATE.
                       "POSTHIST.MST - history not rewritten"
           END-WRITE.

       1385-WRITE-PRIOR-ADJUSTMENT.
           MOVE SPACES TO PRIOR-ADJUSTMENT-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD TO PPA-POST-DATE.
           MOVE TRAN-ORIG-PERIOD TO PPA-ORIG-PERIOD.
           MOVE TRAN-VALUE-DATE TO PPA-VALUE-DATE.
           MOVE WS-REFERENCE TO PPA-REFERENCE.
           MOVE WS-ACCOUNT-CODE TO PPA-ACCOUNT-CODE.
           MOVE WS-OPERATOR-ID TO PPA-OPERATOR-ID.
           MOVE TRAN-APPROVED-BY TO PPA-APPROVED-BY.
           MOVE ans TO PPA-AMOUNT.
           WRITE PRIOR-ADJUSTMENT-RECORD.
           ADD 1 TO WS-PRIOR-ADJ-COUNT.

      ******************************************************************
      *    The tax portion is a posting in its own right against the
      *    liability account - BENOUT (and so the GLExtrct journal),
      *    RESMAST.MST, BALMST.MST, BENEXP.CSV and the subtotals -
      *    under the same reference, with the tax as its first input
      *    and zero as its second, in house and original currency
      *    alike. The reference was recorded on
      *    POSTHIST.MST once, by the net side, and the audit trail
      *    holds the single gross line.
      ******************************************************************
       1390-POST-TAX-PORTION.
           MOVE WS-ACCOUNT-CODE TO WS-TAX-BASE-ACCT.
           MOVE WS-TAX-LIAB-ACCT TO WS-ACCOUNT-CODE.
           MOVE WS-TAX-AMOUNT TO ans.
           MOVE ans TO WS-EDIT-ANS.
           MOVE WS-TAX-AMOUNT TO num1.
           MOVE 0 TO num2.
           MOVE WS-ORIG-TAX TO WS-ORIG-AMT-1.
           MOVE 0 TO WS-ORIG-AMT-2.
           MOVE "T" TO WS-RES-TAX-PART.
           PERFORM 1370-ADD-TO-SUBTOTALS.
           IF WS-TRIAL-RUN
               PERFORM 1815-TRIAL-WOULD-POST-TAX
           ELSE
               PERFORM 1350-WRITE-OUTPUT
               PERFORM 1355-WRITE-RESULT-MASTER
               PERFORM 1357-ROLL-BALANCE
               PERFORM 1360-WRITE-EXPORT
               IF TRAN-ORIG-PERIOD NOT = SPACES
                   PERFORM 1385-WRITE-PRIOR-ADJUSTMENT
               END-IF
               ADD 1 TO WS-TAX-SPLIT-COUNT
           END-IF.
           MOVE WS-TAX-BASE-ACCT TO WS-ACCOUNT-CODE.

       1600-WRITE-SUBTOTALS.
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > WS-SUB-COUNT
               " RESULT=" WS-EDIT-ANS
               " (" WS-CURRENCY ")"
               DELIMITED BY SIZE INTO TRIAL-LINE.
           IF TRAN-ORIG-PERIOD NOT = SPACES
               MOVE TRAN-ORIG-PERIOD TO TRIAL-LINE(81:6)
               MOVE "PRIOR-PERIOD ADJUSTMENT" TO TRIAL-LINE(88:23)
           END-IF.
           WRITE TRIAL-LINE.

       1815-TRIAL-WOULD-POST-TAX.
           MOVE SPACES TO TRIAL-LINE.
           STRING "  WITH TAX   " WS-REFERENCE
               " ACCT=" WS-ACCOUNT-CODE
               " CODE=" WS-RES-TAX-CODE
               " TAX=" WS-EDIT-TAX
               " OUT OF GROSS " WS-EDIT-GROSS
               DELIMITED BY SIZE INTO TRIAL-LINE.
           WRITE TRIAL-LINE.

       1820-TRIAL-WOULD-REJECT.

       1830-TRIAL-WOULD-HOLD.
           ADD 1 TO WS-TRIAL-PEND-COUNT.
           IF WS-ACCT-IS-DORMANT
               MOVE " - account is dormant" TO WS-HOLD-TEXT
           ELSE
               MOVE " - amount exceeds operator limit" TO WS-HOLD-TEXT
           END-IF.
           MOVE SPACES TO TRIAL-LINE.
           STRING "WOULD HOLD   " WS-REFERENCE
               " ACCT=" WS-ACCOUNT-CODE
               " OP=" WS-OPERATOR-ID
               WS-HOLD-TEXT
               DELIMITED BY SIZE INTO TRIAL-LINE.
           WRITE TRIAL-LINE.

               MOVE SPACE TO AUDIT-REVERSAL-FLAG
           END-IF.
           WRITE AUDIT-RECORD.

       1900-RECORD-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN I-O WINDOW-STATE-FILE.
           IF WS-WST-FILE-STATUS = "00"
               MOVE WS-RUN-DATE-YYYYMMDD TO WST-BUS-DATE
               MOVE "B" TO WST-STEP-CODE
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
