       IDENTIFICATION DIVISION.
       PROGRAM-ID. CsvConv.

      ******************************************************************
      *    CsvConv - departmental CSV upload converter.
      *    Departments send their postings as spreadsheet CSV files
      *    instead of having them rekeyed through TranEntry or hand-
      *    built in TRAN-RECORD's fixed columns. CSVLIST.DAT names
      *    tonight's uploads, one line per department: the
      *    department code in columns 1-4 and the file name from
      *    column 6. Every row of a department file is, in order:
      *        operator ID, account code, amount 1, amount 2,
      *        currency, reference, value date (YYYYMMDD)
      *    separated by commas; currency and value date may be left
      *    empty, amounts are keyed with a decimal point and an
      *    optional leading minus, and a first row of column titles
      *    beginning "OPERATOR" is skipped. Each row is checked with
      *    the same rules TranEntry applies at the keyboard
      *    (operator master and posting authority, account open,
      *    amounts numeric, of no more than 2 decimal places and
      *    9999999.99, and within the operator's limit,
      *    currency with a rate today, reference not blank and not
      *    posted before - nor repeated in tonight's uploads - and
      *    the value date a real date). A good row becomes a "D"
      *    detail; each department's details are appended to
      *    BENTRAN.DAT as a batch of their own, with a generated
      *    header and a trailer carrying the detail count and hash
      *    total Ben-COBOL verifies. A bad row is listed for the
      *    sender on CSVERR.dept with its row number, the reason
      *    and the row as sent. A converted file is emptied, the
      *    same as Ben-COBOL clears its recycle queue, so it cannot
      *    be converted twice. RETURN-CODE 4 when any row was
      *    refused; 8 when a master cannot be read.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "CSVLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT ERROR-FILE ASSIGN TO DYNAMIC WS-ERROR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "BENTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OLD-ACCT-MST-FILE ASSIGN TO "ACCTMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-MST-CODE
               FILE STATUS IS WS-OLD-ACCT-MST-STATUS.
           SELECT OLD-OPER-MST-FILE ASSIGN TO "OPERMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPER-MST-ID
               FILE STATUS IS WS-OLD-OPER-MST-STATUS.
           SELECT HIST-FILE ASSIGN TO "POSTHIST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-REFERENCE
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-RECORD.
           05  LIST-DEPT-CODE          PIC X(4).
           05  FILLER                  PIC X.
           05  LIST-FILE-NAME          PIC X(40).
       FD  CSV-FILE.
       01  CSV-RECORD                  PIC X(200).
       FD  ERROR-FILE.
       01  ERROR-LINE                  PIC X(160).
       FD  TRAN-FILE.
       COPY TRANREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  OPER-FILE.
       COPY OPERREC.
      *    The account master as it stood before the parent, tax
      *    and reactivation fields - read once by the cutover
      *    conversion.
       FD  OLD-ACCT-MST-FILE.
       01  OLD-ACCT-MST-RECORD.
           05  OLD-ACCT-MST-CODE       PIC X(6).
           05  FILLER                  PIC X(37).
      *    The operator master as it stood before the sign-on
      *    fields - read once by the cutover conversion.
       FD  OLD-OPER-MST-FILE.
       01  OLD-OPER-MST-RECORD.
           05  OLD-OPER-MST-ID         PIC X(8).
           05  FILLER                  PIC X(36).
       FD  HIST-FILE.
       COPY HISTREC.
       FD  RATE-FILE.
       COPY RATEREC.
       WORKING-STORAGE SECTION.

       COPY CURRCFG.
       COPY BATCHCFG.

       01  WS-LIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CSV-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ERROR-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RATE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OLD-ACCT-MST-STATUS      PIC XX VALUE SPACES.
       01  WS-OLD-OPER-MST-STATUS      PIC XX VALUE SPACES.
       01  WS-MIG-EOF-FLAG             PIC X VALUE "N".
           88  WS-MIG-END-OF-FILE      VALUE "Y".
       01  WS-MIGRATED-COUNT           PIC 9(6) VALUE 0.
       01  WS-CSV-FILENAME             PIC X(40) VALUE SPACES.
       01  WS-ERROR-FILENAME           PIC X(20) VALUE SPACES.
       01  WS-LIST-EOF-FLAG            PIC X VALUE "N".
           88  WS-LIST-END-OF-FILE     VALUE "Y".
       01  WS-CSV-EOF-FLAG             PIC X VALUE "N".
           88  WS-CSV-END-OF-FILE      VALUE "Y".
       01  WS-RATE-EOF-FLAG            PIC X VALUE "N".
           88  WS-RATE-END-OF-FILE     VALUE "Y".
       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  WS-ROW-VALID            VALUE "Y".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-BATCH-OPEN-FLAG          PIC X VALUE "N".
           88  WS-BATCH-OPEN           VALUE "Y".
       01  WS-ERROR-OPEN-FLAG          PIC X VALUE "N".
           88  WS-ERROR-OPEN           VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-YYYYMMDD        PIC X(8).
       01  WS-DEPT-CODE                PIC X(4) VALUE SPACES.
       01  WS-BATCH-ID                 PIC X(8) VALUE SPACES.
       01  WS-ROW-NUM                  PIC 9(6) VALUE 0.
       01  WS-FIELD-COUNT              PIC 9(3) VALUE 0.
       01  WS-FIELD-IX                 PIC 9(3) VALUE 0.
       01  WS-LEAD-SPACES              PIC 9(3) VALUE 0.
       01  WS-FIELD-WORK               PIC X(40) VALUE SPACES.
       01  WS-FIELD-SHIFT              PIC X(40) VALUE SPACES.
       01  WS-CSV-FIELDS.
           05  WS-CSV-FIELD OCCURS 8 TIMES PIC X(40).
       01  WS-REJECT-REASON            PIC X(50) VALUE SPACES.
       01  WS-ROW-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-ROW-ACCOUNT              PIC X(6) VALUE SPACES.
       01  WS-ROW-AMT-1                PIC S9(7)V99 VALUE 0.
       01  WS-ROW-AMT-2                PIC S9(7)V99 VALUE 0.
       01  WS-ROW-CURRENCY             PIC X(3) VALUE SPACES.
       01  WS-ROW-REFERENCE            PIC X(12) VALUE SPACES.
       01  WS-ROW-VALUE-DATE           PIC X(8) VALUE SPACES.
       01  WS-AMOUNT-TEXT              PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-WORK              PIC S9(9)V9(4) VALUE 0.
       01  WS-ABS-AMOUNT               PIC 9(9)V9(4) VALUE 0.
       01  WS-OPER-FOUND-MAX           PIC 9(7)V99 VALUE 0.
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-BATCH-COUNT              PIC 9(8) VALUE 0.
       01  WS-BATCH-HASH               PIC S9(11)V99 VALUE 0.
       01  WS-DEPT-GOOD                PIC 9(6) VALUE 0.
       01  WS-DEPT-BAD                 PIC 9(6) VALUE 0.
       01  WS-FILE-COUNT               PIC 9(4) VALUE 0.
       01  WS-BATCHES-WRITTEN          PIC 9(4) VALUE 0.
       01  WS-TOTAL-GOOD               PIC 9(6) VALUE 0.
       01  WS-TOTAL-BAD                PIC 9(6) VALUE 0.
       01  WS-RATE-IX                  PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(3) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-TBL-CCY     PIC X(3).
      *    References converted so far tonight, across every
      *    department, so the same reference cannot go in twice.
       01  WS-REF-IX                   PIC 9(5) VALUE 0.
       01  WS-REF-TABLE.
           05  WS-REF-COUNT            PIC 9(5) VALUE 0.
           05  WS-REF-ENTRY OCCURS 5000 TIMES.
               10  WS-REF-TBL-REFERENCE PIC X(12).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD.

           OPEN INPUT LIST-FILE.
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "CSVLIST.DAT not found - no department uploads "
                   "tonight"
               GOBACK
           END-IF.
           PERFORM 1000-OPEN-MASTERS.
           PERFORM 1100-LOAD-EXCHANGE-RATES.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TRAN-FILE
           END-IF.

           PERFORM UNTIL WS-LIST-END-OF-FILE
               READ LIST-FILE
                   AT END SET WS-LIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LIST-DEPT-CODE NOT = SPACES
                           PERFORM 2000-CONVERT-DEPARTMENT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LIST-FILE.
           CLOSE TRAN-FILE.
           CLOSE ACCT-FILE.
           CLOSE OPER-FILE.
           CLOSE HIST-FILE.
           DISPLAY "CsvConv - " WS-FILE-COUNT " department file(s), "
               WS-TOTAL-GOOD " row(s) converted into "
               WS-BATCHES-WRITTEN " BENTRAN.DAT batch(es), "
               WS-TOTAL-BAD " row(s) refused".
           IF WS-TOTAL-BAD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    This step runs ahead of Ben-COBOL, so on the first night
      *    after the account and operator masters were widened it is
      *    the one that finds them not yet converted, and converts
      *    them the same way Ben-COBOL would.
       1000-OPEN-MASTERS.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = "35"
               OPEN INPUT OLD-ACCT-MST-FILE
               IF WS-OLD-ACCT-MST-STATUS = "00"
                   PERFORM 1010-CONVERT-ACCTMST
                   OPEN INPUT ACCT-FILE
               END-IF
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST is missing or unreadable - status "
                   WS-ACCT-FILE-STATUS " - nothing converted"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS = "35"
               OPEN INPUT OLD-OPER-MST-FILE
               IF WS-OLD-OPER-MST-STATUS = "00"
                   PERFORM 1020-CONVERT-OPERMST
                   PERFORM 1030-ADD-BATCH-OPERATOR
                   OPEN INPUT OPER-FILE
               END-IF
           END-IF.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS " - nothing converted"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "POSTHIST.MST is missing or unreadable - "
                   "status " WS-HIST-FILE-STATUS " - nothing converted"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1010-CONVERT-ACCTMST.
           OPEN OUTPUT ACCT-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-ACCT-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-ACCT-MST-RECORD TO ACCOUNT-RECORD
                       PERFORM 1050-DEFAULT-ACCOUNT-FIELDS
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

       1020-CONVERT-OPERMST.
           OPEN OUTPUT OPER-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-OPER-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-MST-RECORD TO OPERATOR-RECORD
                       PERFORM 1040-DEFAULT-SIGNON-FIELDS
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

      *    The generated details the window posts for itself are
      *    keyed under CFG-BATCH-OPERATOR, so a converted master
      *    that never had that ID gets it here rather than every
      *    generated detail rejecting as an unknown operator.
       1030-ADD-BATCH-OPERATOR.
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
                   PERFORM 1040-DEFAULT-SIGNON-FIELDS
                   WRITE OPERATOR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   DISPLAY "Batch operator " CFG-BATCH-OPERATOR
                       " added to OPERMAST.MST"
           END-READ.
           CLOSE OPER-FILE.

      *    A converted operator has no password until another
      *    operator sets a temporary one in OperMnt.
       1040-DEFAULT-SIGNON-FIELDS.
           MOVE 0 TO OPER-PASSWORD-HASH.
           MOVE SPACES TO OPER-PASSWORD-DATE.
           MOVE 0 TO OPER-FAIL-COUNT.
           MOVE SPACE TO OPER-LOCK-FLAG.

       1050-DEFAULT-ACCOUNT-FIELDS.
           MOVE SPACES TO ACCT-PARENT-CODE.
           MOVE SPACES TO ACCT-TAX-CODE.
           MOVE SPACES TO ACCT-REACT-BY.
           MOVE SPACES TO ACCT-REACT-DATE.

       1100-LOAD-EXCHANGE-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "EXCHRATE.DAT not found - only house currency "
                   "rows will be accepted"
           ELSE
               PERFORM UNTIL WS-RATE-END-OF-FILE
                   READ RATE-FILE
                       AT END SET WS-RATE-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RATE-DATE = WS-RUN-DATE-YYYYMMDD
                               AND WS-RATE-COUNT < 50
                               ADD 1 TO WS-RATE-COUNT
                               MOVE RATE-CURRENCY TO
                                   WS-RATE-TBL-CCY(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

      ******************************************************************
      *    One department file, one batch. The header goes out with
      *    the first good row, so a file with nothing good in it
      *    adds no empty batch to BENTRAN.DAT.
      ******************************************************************
       2000-CONVERT-DEPARTMENT.
           MOVE LIST-DEPT-CODE TO WS-DEPT-CODE.
           MOVE LIST-FILE-NAME TO WS-CSV-FILENAME.
           MOVE SPACES TO WS-ERROR-FILENAME.
           STRING "CSVERR." WS-DEPT-CODE
               DELIMITED BY SPACE INTO WS-ERROR-FILENAME.
           MOVE SPACES TO WS-BATCH-ID.
           STRING WS-DEPT-CODE WS-CURRENT-DATE-TIME(9:4)
               DELIMITED BY SIZE INTO WS-BATCH-ID.
           MOVE 0 TO WS-ROW-NUM.
           MOVE 0 TO WS-DEPT-GOOD.
           MOVE 0 TO WS-DEPT-BAD.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE 0 TO WS-BATCH-HASH.
           MOVE "N" TO WS-BATCH-OPEN-FLAG.
           MOVE "N" TO WS-ERROR-OPEN-FLAG.
           MOVE "N" TO WS-CSV-EOF-FLAG.

           OPEN INPUT CSV-FILE.
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "Department " WS-DEPT-CODE " upload "
                   WS-CSV-FILENAME " not found - status "
                   WS-CSV-FILE-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-FILE-COUNT
               PERFORM UNTIL WS-CSV-END-OF-FILE
                   READ CSV-FILE
                       AT END SET WS-CSV-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROW-NUM
                           IF CSV-RECORD NOT = SPACES
                               PERFORM 2100-CONVERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSV-FILE
               IF WS-BATCH-OPEN
                   PERFORM 3200-WRITE-BATCH-TRAILER
               END-IF
               IF WS-ERROR-OPEN
                   PERFORM 4200-WRITE-ERROR-TOTALS
                   CLOSE ERROR-FILE
               END-IF
               OPEN OUTPUT CSV-FILE
               CLOSE CSV-FILE
               ADD WS-DEPT-GOOD TO WS-TOTAL-GOOD
               ADD WS-DEPT-BAD TO WS-TOTAL-BAD
               DISPLAY "Department " WS-DEPT-CODE " - " WS-DEPT-GOOD
                   " row(s) converted as batch " WS-BATCH-ID ", "
                   WS-DEPT-BAD " refused"
               IF WS-DEPT-BAD > 0
                   DISPLAY "  refused rows listed on "
                       WS-ERROR-FILENAME " for the sender"
               END-IF
           END-IF.

       2100-CONVERT-ROW.
           MOVE "Y" TO WS-VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2200-SPLIT-ROW.
           IF WS-ROW-NUM = 1
               AND FUNCTION UPPER-CASE(WS-CSV-FIELD(1)(1:8))
                   = "OPERATOR"
               CONTINUE
           ELSE
               IF WS-FIELD-COUNT NOT = 7
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "row has " WS-FIELD-COUNT
                       " columns - 7 expected"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
               IF WS-ROW-VALID
                   PERFORM 2500-VALIDATE-ROW
               END-IF
               IF WS-ROW-VALID
                   PERFORM 3000-WRITE-DETAIL
               ELSE
                   PERFORM 4000-WRITE-ERROR
               END-IF
           END-IF.

       2200-SPLIT-ROW.
           MOVE SPACES TO WS-CSV-FIELDS.
           MOVE 0 TO WS-FIELD-COUNT.
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-FIELD(1) WS-CSV-FIELD(2) WS-CSV-FIELD(3)
                    WS-CSV-FIELD(4) WS-CSV-FIELD(5) WS-CSV-FIELD(6)
                    WS-CSV-FIELD(7) WS-CSV-FIELD(8)
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
           PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
               UNTIL WS-FIELD-IX > 8
               MOVE WS-CSV-FIELD(WS-FIELD-IX) TO WS-FIELD-WORK
               PERFORM 2300-CLEAN-FIELD
               MOVE WS-FIELD-WORK TO WS-CSV-FIELD(WS-FIELD-IX)
           END-PERFORM.

      *    Spreadsheets quote text columns and pad with spaces; both
      *    are taken off so the value lands in column 1 of its field.
       2300-CLEAN-FIELD.
           INSPECT WS-FIELD-WORK REPLACING ALL '"' BY SPACE.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-FIELD-WORK TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           IF WS-LEAD-SPACES > 0 AND WS-LEAD-SPACES < 40
               MOVE WS-FIELD-WORK(WS-LEAD-SPACES + 1:)
                   TO WS-FIELD-SHIFT
               MOVE WS-FIELD-SHIFT TO WS-FIELD-WORK
           END-IF.

       2500-VALIDATE-ROW.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD(1)) TO WS-FIELD-WORK.
           MOVE WS-FIELD-WORK TO WS-ROW-OPERATOR.
           IF WS-ROW-VALID
               PERFORM 2510-VALIDATE-OPERATOR
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2520-VALIDATE-ACCOUNT
           END-IF.
           IF WS-ROW-VALID
               MOVE WS-CSV-FIELD(3) TO WS-AMOUNT-TEXT
               PERFORM 2530-VALIDATE-AMOUNT
               MOVE WS-AMOUNT-WORK TO WS-ROW-AMT-1
               IF NOT WS-ROW-VALID
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "amount 1 " WS-FIELD-WORK
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-ROW-VALID
               MOVE WS-CSV-FIELD(4) TO WS-AMOUNT-TEXT
               PERFORM 2530-VALIDATE-AMOUNT
               MOVE WS-AMOUNT-WORK TO WS-ROW-AMT-2
               IF NOT WS-ROW-VALID
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "amount 2 " WS-FIELD-WORK
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2540-VALIDATE-CURRENCY
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2550-VALIDATE-REFERENCE
           END-IF.
           IF WS-ROW-VALID
               PERFORM 2560-VALIDATE-VALUE-DATE
           END-IF.

       2510-VALIDATE-OPERATOR.
           IF WS-ROW-OPERATOR = SPACES OR WS-FIELD-WORK(9:) NOT = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "operator ID is blank or longer than 8"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-ROW-OPERATOR TO OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "operator is not on the master"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE OPER-MAX-AMOUNT TO WS-OPER-FOUND-MAX
                       IF NOT OPER-MAY-POST
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "operator not authorized for postings"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      *    A dormant account is accepted - Ben-COBOL holds the
      *    posting for a supervisor - but a closed one is not.
       2520-VALIDATE-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD(2)) TO WS-FIELD-WORK.
           MOVE WS-FIELD-WORK TO WS-ROW-ACCOUNT.
           IF WS-ROW-ACCOUNT = SPACES OR WS-FIELD-WORK(7:) NOT = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "account code is blank or longer than 6"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-ROW-ACCOUNT TO ACCT-CODE
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "account code is not on the master"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "account is closed"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       2530-VALIDATE-AMOUNT.
           MOVE 0 TO WS-AMOUNT-WORK.
           MOVE SPACES TO WS-FIELD-WORK.
           IF WS-AMOUNT-TEXT = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "is blank" TO WS-FIELD-WORK
           ELSE
               EVALUATE TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "is not numeric" TO WS-FIELD-WORK
                   WHEN FUNCTION NUMVAL(WS-AMOUNT-TEXT) > 9999999.99
                       OR FUNCTION NUMVAL(WS-AMOUNT-TEXT) < -9999999.99
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "is too large" TO WS-FIELD-WORK
                   WHEN FUNCTION NUMVAL(WS-AMOUNT-TEXT) * 100 NOT =
                       FUNCTION INTEGER(
                           FUNCTION NUMVAL(WS-AMOUNT-TEXT) * 100)
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "has more than 2 decimal places"
                           TO WS-FIELD-WORK
                   WHEN OTHER
                       PERFORM 2535-CHECK-AMOUNT-LIMIT
               END-EVALUATE
           END-IF.

      *    Only an amount that fits the detail record exactly, as
      *    keyed, is tested against the operator's limit, so the
      *    figure checked is the figure posted.
       2535-CHECK-AMOUNT-LIMIT.
           COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(WS-AMOUNT-TEXT).
           IF WS-AMOUNT-WORK < 0
               COMPUTE WS-ABS-AMOUNT = WS-AMOUNT-WORK * -1
           ELSE
               MOVE WS-AMOUNT-WORK TO WS-ABS-AMOUNT
           END-IF.
           IF WS-ABS-AMOUNT > WS-OPER-FOUND-MAX
               MOVE "N" TO WS-VALID-FLAG
               MOVE "exceeds operator limit" TO WS-FIELD-WORK
           END-IF.

       2540-VALIDATE-CURRENCY.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD(5)) TO WS-FIELD-WORK.
           MOVE WS-FIELD-WORK TO WS-ROW-CURRENCY.
           IF WS-FIELD-WORK(4:) NOT = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "currency code longer than 3" TO WS-REJECT-REASON
           ELSE
               IF WS-ROW-CURRENCY = SPACES
                   OR WS-ROW-CURRENCY = CURR-CODE
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-FOUND-FLAG
                   PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                       UNTIL WS-RATE-IX > WS-RATE-COUNT OR WS-FOUND
                       IF WS-RATE-TBL-CCY(WS-RATE-IX) = WS-ROW-CURRENCY
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-FOUND
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "no exchange rate today for "
                           WS-ROW-CURRENCY
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2550-VALIDATE-REFERENCE.
           MOVE WS-CSV-FIELD(6) TO WS-FIELD-WORK.
           MOVE WS-FIELD-WORK TO WS-ROW-REFERENCE.
           IF WS-ROW-REFERENCE = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "reference is blank" TO WS-REJECT-REASON
           ELSE
               IF WS-FIELD-WORK(13:) NOT = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "reference longer than 12 characters"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-ROW-VALID
               MOVE WS-ROW-REFERENCE TO HIST-REFERENCE
               READ HIST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "reference has already been posted"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-ROW-VALID
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT OR WS-FOUND
                   IF WS-REF-TBL-REFERENCE(WS-REF-IX)
                       = WS-ROW-REFERENCE
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "reference repeated in tonight's uploads"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2560-VALIDATE-VALUE-DATE.
           MOVE WS-CSV-FIELD(7) TO WS-FIELD-WORK.
           MOVE WS-FIELD-WORK TO WS-ROW-VALUE-DATE.
           IF WS-ROW-VALUE-DATE NOT = SPACES
               IF WS-ROW-VALUE-DATE NOT NUMERIC
                   OR WS-FIELD-WORK(9:) NOT = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "value date must be YYYYMMDD"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-ROW-VALUE-DATE TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                       NOT = 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "value date is not a real date"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-DETAIL.
           IF NOT WS-BATCH-OPEN
               PERFORM 3100-WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "D" TO TRAN-RECORD-TYPE.
           MOVE WS-ROW-OPERATOR TO TRAN-OPERATOR-ID.
           MOVE WS-ROW-ACCOUNT TO TRAN-ACCOUNT-CODE.
           MOVE WS-ROW-AMT-1 TO TRAN-NUM-1.
           MOVE WS-ROW-AMT-2 TO TRAN-NUM-2.
           MOVE WS-ROW-CURRENCY TO TRAN-CURRENCY-CODE.
           MOVE WS-ROW-REFERENCE TO TRAN-REFERENCE.
           MOVE WS-ROW-VALUE-DATE TO TRAN-VALUE-DATE.
           MOVE SPACES TO TRAN-APPROVED-BY.
           MOVE SPACES TO TRAN-ORIG-PERIOD.
           WRITE TRAN-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
           ADD WS-ROW-AMT-1 TO WS-BATCH-HASH.
           ADD WS-ROW-AMT-2 TO WS-BATCH-HASH.
           ADD 1 TO WS-DEPT-GOOD.
           IF WS-REF-COUNT < 5000
               ADD 1 TO WS-REF-COUNT
               MOVE WS-ROW-REFERENCE
                   TO WS-REF-TBL-REFERENCE(WS-REF-COUNT)
           END-IF.

       3100-WRITE-BATCH-HEADER.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "H" TO TRAN-HDR-TYPE.
           MOVE WS-BATCH-ID TO TRAN-HDR-BATCH-ID.
           MOVE WS-RUN-DATE-YYYYMMDD TO TRAN-HDR-CREATE-DATE.
           WRITE TRAN-BATCH-HEADER.
           SET WS-BATCH-OPEN TO TRUE.
           ADD 1 TO WS-BATCHES-WRITTEN.

       3200-WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "T" TO TRAN-TRL-TYPE.
           MOVE WS-BATCH-COUNT TO TRAN-TRL-RECORD-COUNT.
           MOVE WS-BATCH-HASH TO TRAN-TRL-HASH-TOTAL.
           WRITE TRAN-BATCH-TRAILER.
           MOVE "N" TO WS-BATCH-OPEN-FLAG.

       4000-WRITE-ERROR.
           IF NOT WS-ERROR-OPEN
               PERFORM 4100-OPEN-ERROR-LISTING
           END-IF.
           ADD 1 TO WS-DEPT-BAD.
           MOVE SPACES TO ERROR-LINE.
           STRING "ROW " WS-ROW-NUM "  " WS-REJECT-REASON
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.
           MOVE SPACES TO ERROR-LINE.
           STRING "      AS SENT: " CSV-RECORD
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.

       4100-OPEN-ERROR-LISTING.
           OPEN OUTPUT ERROR-FILE.
           SET WS-ERROR-OPEN TO TRUE.
           MOVE SPACES TO ERROR-LINE.
           STRING "CSV UPLOAD ROWS REFUSED - DEPARTMENT " WS-DEPT-CODE
               " - FILE " WS-CSV-FILENAME " - "
               WS-RUN-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.
           MOVE SPACES TO ERROR-LINE.
           STRING "CORRECT THESE ROWS AND SEND THEM AGAIN - THE OTHER "
               "ROWS HAVE BEEN ACCEPTED"
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.
           MOVE SPACES TO ERROR-LINE.
           WRITE ERROR-LINE.

       4200-WRITE-ERROR-TOTALS.
           MOVE SPACES TO ERROR-LINE.
           WRITE ERROR-LINE.
           MOVE SPACES TO ERROR-LINE.
           STRING "ROWS ACCEPTED=" WS-DEPT-GOOD
               " ROWS REFUSED=" WS-DEPT-BAD
               " BATCH=" WS-BATCH-ID
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.
