      *    so keyed work never disturbs the upstream batch's
      *    header/trailer controls. A running count of what has been
      *    queued is shown after every entry.
      *    A posting to a dormant account is accepted with a warning
      *    but goes to the supervisor approval queue (BENPEND.DAT)
      *    rather than tonight's window, the same as Ben-COBOL holds
      *    one that reaches it by any other route.
      *    Run from a signed-on menu session, every entry is keyed
      *    under the signed-on operator ID.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MATH-RECYCLE-FILE ASSIGN TO "MATHRCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATH-RCYC-STATUS.
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
           SELECT WHSE-FILE ASSIGN TO "BENWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "BENPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BEN-RECYCLE-FILE.
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
       FD  RATE-FILE.
       COPY RATEREC.
       FD  HIST-FILE.
       01  OLD-HIST-RECORD             PIC X(20).
       FD  WHSE-FILE.
       COPY WHSEREC.
       FD  APPROVAL-FILE.
       COPY APPRREC.
       WORKING-STORAGE SECTION.

       COPY CURRCFG.
       COPY BATCHCFG.
       COPY SESSCTL.

       01  WS-BEN-RCYC-STATUS          PIC XX VALUE SPACES.
       01  WS-MATH-RCYC-STATUS         PIC XX VALUE SPACES.
       01  WS-RATE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-WHSE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-APPROVAL-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-OLD-ACCT-STATUS          PIC XX VALUE SPACES.
       01  WS-OLD-OPER-STATUS          PIC XX VALUE SPACES.
       01  WS-OLD-ACCT-MST-STATUS      PIC XX VALUE SPACES.
       01  WS-OLD-OPER-MST-STATUS      PIC XX VALUE SPACES.
       01  WS-OLD-HIST-STATUS          PIC XX VALUE SPACES.
       01  WS-MIG-EOF-FLAG             PIC X VALUE "N".
           88  WS-MIG-END-OF-FILE      VALUE "Y".
       01  WS-BEN-QUEUED               PIC 9(4) VALUE 0.
       01  WS-MATH-QUEUED              PIC 9(4) VALUE 0.
       01  WS-WHSE-QUEUED              PIC 9(4) VALUE 0.
       01  WS-HELD-QUEUED              PIC 9(4) VALUE 0.
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-OPER-FOUND-BEN           PIC X VALUE SPACE.
           DISPLAY "TranEntry complete - queued " WS-BEN-QUEUED
               " posting(s) and " WS-MATH-QUEUED
               " calculation(s) for tonight's window".
           IF WS-HELD-QUEUED > 0
               DISPLAY WS-HELD-QUEUED " posting(s) to dormant accounts "
                   "held on BENPEND.DAT for supervisor approval"
           END-IF.
           GOBACK.

      ******************************************************************
               OPEN INPUT OPER-FILE
           END-IF.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1050-MIGRATE-OPERATOR-MASTER.
           OPEN INPUT OLD-OPER-MST-FILE.
           IF WS-OLD-OPER-MST-STATUS = "00"
               PERFORM 1051-CONVERT-OPERMST
           ELSE
               PERFORM 1052-MIGRATE-OPERMST-DAT
           END-IF.
           PERFORM 1053-ADD-BATCH-OPERATOR.

       1051-CONVERT-OPERMST.
           OPEN OUTPUT OPER-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-OPER-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-MST-RECORD TO OPERATOR-RECORD
                       PERFORM 1054-DEFAULT-SIGNON-FIELDS
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

       1052-MIGRATE-OPERMST-DAT.
           OPEN INPUT OLD-OPER-FILE.
           IF WS-OLD-OPER-STATUS NOT = "00"
               DISPLAY "No OPERMAST.MST, OPERMST.MST or OPERMST.DAT - "
                   "no operator is authorized to key entries"
               MOVE 8 TO RETURN-CODE
               GOBACK
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-RECORD TO OPERATOR-RECORD
                       PERFORM 1054-DEFAULT-SIGNON-FIELDS
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
       1053-ADD-BATCH-OPERATOR.
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
                   PERFORM 1054-DEFAULT-SIGNON-FIELDS
                   WRITE OPERATOR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   DISPLAY "Batch operator " CFG-BATCH-OPERATOR
                       " added to OPERMAST.MST"
           END-READ.
           CLOSE OPER-FILE.

      *    A converted operator has no password until another
      *    operator sets a temporary one in OperMnt.
       1054-DEFAULT-SIGNON-FIELDS.
           MOVE 0 TO OPER-PASSWORD-HASH.
           MOVE SPACES TO OPER-PASSWORD-DATE.
           MOVE 0 TO OPER-FAIL-COUNT.
           MOVE SPACE TO OPER-LOCK-FLAG.

       1100-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = "35"
               OPEN INPUT ACCT-FILE
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST is missing or unreadable - status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1150-MIGRATE-ACCOUNT-MASTER.
           OPEN INPUT OLD-ACCT-MST-FILE.
           IF WS-OLD-ACCT-MST-STATUS = "00"
               PERFORM 1151-CONVERT-ACCTMST
           ELSE
               PERFORM 1152-MIGRATE-ACCTMST-DAT
           END-IF.

       1151-CONVERT-ACCTMST.
           OPEN OUTPUT ACCT-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-ACCT-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-ACCT-MST-RECORD TO ACCOUNT-RECORD
                       PERFORM 1153-DEFAULT-ACCOUNT-FIELDS
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

       1152-MIGRATE-ACCTMST-DAT.
           OPEN INPUT OLD-ACCT-FILE.
           IF WS-OLD-ACCT-STATUS NOT = "00"
               DISPLAY "No ACCTMAST.MST, ACCTMST.MST or ACCTMST.DAT - "
                   "run AcctMnt to build the account master"
               MOVE 8 TO RETURN-CODE
               GOBACK
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-ACCT-RECORD TO ACCOUNT-RECORD
                       PERFORM 1153-DEFAULT-ACCOUNT-FIELDS
                       WRITE ACCOUNT-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
           END-PERFORM.
           CLOSE OLD-ACCT-FILE.
           CLOSE ACCT-FILE.
           DISPLAY "ACCTMST.DAT migrated to indexed ACCTMAST.MST - "
               WS-MIGRATED-COUNT " account(s)".

       1153-DEFAULT-ACCOUNT-FIELDS.
           MOVE SPACES TO ACCT-PARENT-CODE.
           MOVE SPACES TO ACCT-TAX-CODE.
           MOVE SPACES TO ACCT-REACT-BY.
           MOVE SPACES TO ACCT-REACT-DATE.

       1200-LOAD-EXCHANGE-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
                   ADD 1 TO WS-WHSE-QUEUED
                   DISPLAY "Warehoused - " WS-WHSE-QUEUED
                       " waiting for a future value date"
               ELSE
               IF WS-ACCT-FOUND-STATUS = "D"
                   PERFORM 5300-QUEUE-FOR-APPROVAL
                   ADD 1 TO WS-HELD-QUEUED
                   DISPLAY "Account " WS-ENT-ACCOUNT " is dormant - "
                       "held for supervisor approval (" WS-HELD-QUEUED
                       " held)"
               ELSE
                   PERFORM 5000-QUEUE-BEN-POSTING
                   ADD 1 TO WS-BEN-QUEUED
                   DISPLAY "Posting queued - " WS-BEN-QUEUED
                       " waiting for tonight's window"
               END-IF
               END-IF
           ELSE
               DISPLAY "Entry abandoned - nothing queued"
           END-IF.
               DISPLAY "Entry abandoned - nothing queued"
           END-IF.

      *    Entries keyed in a signed-on menu session are always the
      *    signed-on operator's own.
       4000-PROMPT-OPERATOR.
           IF SESS-SIGNED-ON
               MOVE SESS-OPER-ID TO WS-ENT-OPERATOR
               DISPLAY "Operator ID: " WS-ENT-OPERATOR
           ELSE
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ENT-OPERATOR
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-ENT-OPERATOR TO OPER-ID.
           READ OPER-FILE
                   " is not on the master"
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               IF WS-ACCT-FOUND-STATUS = "D"
                   DISPLAY "Account " WS-ENT-ACCOUNT " is DORMANT - "
                       "the posting will need supervisor approval"
               ELSE
                   IF WS-ACCT-FOUND-STATUS NOT = "A"
                       DISPLAY "Account " WS-ENT-ACCOUNT " is closed"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

           MOVE WS-ENT-REFERENCE TO TRAN-REFERENCE.
           MOVE WS-ENT-VALUE-DATE TO TRAN-VALUE-DATE.
           MOVE SPACES TO TRAN-APPROVED-BY.
           MOVE SPACES TO TRAN-ORIG-PERIOD.
           WRITE TRAN-RECORD.
           CLOSE BEN-RECYCLE-FILE.

           MOVE WS-ENT-REFERENCE TO TRAN-REFERENCE.
           MOVE WS-ENT-VALUE-DATE TO TRAN-VALUE-DATE.
           MOVE SPACES TO TRAN-APPROVED-BY.
           MOVE SPACES TO TRAN-ORIG-PERIOD.
           MOVE SPACES TO WAREHOUSE-RECORD.
           MOVE TRAN-RECORD TO WHSE-TRAN-RECORD.
           MOVE WS-ENT-FREQUENCY TO WHSE-FREQUENCY.
           WRITE WAREHOUSE-RECORD.
           CLOSE WHSE-FILE.

       5300-QUEUE-FOR-APPROVAL.
           OPEN EXTEND APPROVAL-FILE.
           IF WS-APPROVAL-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
           END-IF.
           MOVE "D" TO TRAN-RECORD-TYPE.
           MOVE WS-ENT-OPERATOR TO TRAN-OPERATOR-ID.
           MOVE WS-ENT-ACCOUNT TO TRAN-ACCOUNT-CODE.
           MOVE WS-ENT-AMT-1 TO TRAN-NUM-1.
           MOVE WS-ENT-AMT-2 TO TRAN-NUM-2.
           MOVE WS-ENT-CURRENCY TO TRAN-CURRENCY-CODE.
           MOVE WS-ENT-REFERENCE TO TRAN-REFERENCE.
           MOVE WS-ENT-VALUE-DATE TO TRAN-VALUE-DATE.
           MOVE SPACES TO TRAN-APPROVED-BY.
           MOVE SPACES TO TRAN-ORIG-PERIOD.
           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           MOVE TRAN-RECORD TO APPR-TRAN-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD TO APPR-SUBMIT-DATE.
           SET APPR-DORMANT-ACCT TO TRUE.
           WRITE PENDING-APPROVAL-RECORD.
           CLOSE APPROVAL-FILE.

       5100-QUEUE-MATH-CALC.
           OPEN EXTEND MATH-RECYCLE-FILE.
           IF WS-MATH-RCYC-STATUS = "35"
           MOVE WS-ENT-AMT-2 TO WS-MATH-AMT-EDIT.
           MOVE WS-MATH-AMT-EDIT TO MATH-NUM-2.
           MOVE WS-ENT-CURRENCY TO MATH-CURRENCY-CODE.
           MOVE SPACES TO MATH-FORMULA-NAME.
           WRITE MATH-TRAN-RECORD.
           CLOSE MATH-RECYCLE-FILE.
