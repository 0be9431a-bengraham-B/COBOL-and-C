      *    AcctMnt - account/cost-center master maintenance.
      *    Interactive function on the cobol_program menu that lets
      *    an operator add, close, and list accounts on the indexed
      *    ACCTMAST.MST master instead of hand-editing a file. The
      *    master used to be a sequential file loaded into a
      *    200-entry table; it is now keyed I-O with no ceiling, the
      *    same organization Ben-COBOL and TranEntry read it with.
      *    The first open after the cutover migrates the old
      *    sequential ACCTMST.DAT automatically.
      *    Monthly spending budgets per cost center are kept here
      *    too, on the BUDGMST.MST master keyed by account and
      *    month; the master is created on the first budget keyed.
      *    Each account may name a parent roll-up account, so the
      *    chart can be arranged into departments and divisions;
      *    the parent must already be on the master and may not be
      *    the account itself or anything that reports into it.
      *    Interest rates and the monthly service fee AccrEng
      *    accrues on an account are kept on ACCRMST.MST, keyed by
      *    account and created on the first rates keyed.
      *    Tax codes - the rate and the liability account the tax
      *    portion posts to - are kept on TAXMST.MST, and each
      *    taxable account names its code; Ben-COBOL splits every
      *    posting to such an account into net and tax.
      *    An account the DormSwp sweep has marked dormant is put
      *    back into use here. The operator reactivating it must be
      *    on the operator master; who did it and when is kept on
      *    the account and written to MSTAUDIT.DAT with the before
      *    and after status.
      *    From a signed-on menu session a reactivation is recorded
      *    against the signed-on operator without asking again.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-CODE
           SELECT OLD-ACCT-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ACCT-STATUS.
           SELECT OLD-ACCT-MST-FILE ASSIGN TO "ACCTMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-MST-CODE
               FILE STATUS IS WS-OLD-ACCT-MST-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCT-CODE
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT TAX-FILE ASSIGN TO "TAXMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.
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
       FD  ACCT-FILE.
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
       FD  BUDGET-FILE.
       COPY BUDGREC.
       FD  ACCRUAL-FILE.
       COPY ACCRREC.
       FD  TAX-FILE.
       COPY TAXREC.
       FD  OPER-FILE.
       COPY OPERREC.
       FD  MAUD-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.

       COPY SESSCTL.

       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OLD-ACCT-STATUS          PIC XX VALUE SPACES.
       01  WS-OLD-ACCT-MST-STATUS      PIC XX VALUE SPACES.
       01  WS-MIG-EOF-FLAG             PIC X VALUE "N".
           88  WS-MIG-END-OF-FILE      VALUE "Y".
       01  WS-MIGRATED-COUNT           PIC 9(6) VALUE 0.
       01  WS-ENTRY-CODE               PIC X(6) VALUE SPACES.
       01  WS-ENTRY-DESC               PIC X(30) VALUE SPACES.
       01  WS-ENTRY-OFFSET             PIC X(6) VALUE SPACES.
       01  WS-ENTRY-PARENT             PIC X(6) VALUE SPACES.
       01  WS-PARENT-OK-FLAG           PIC X VALUE "Y".
           88  WS-PARENT-OK            VALUE "Y".
       01  WS-WALK-CODE                PIC X(6) VALUE SPACES.
       01  WS-WALK-DEPTH               PIC 9(3) VALUE 0.
       01  WS-MAX-TREE-DEPTH           PIC 9(3) VALUE 50.
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-LISTED-COUNT             PIC 9(6) VALUE 0.
       01  WS-BUDGET-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-BUDG-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BUDG-OPEN            VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-ENTRY-MONTH              PIC X(6) VALUE SPACES.
       01  WS-ENTRY-AMOUNT             PIC X(15) VALUE SPACES.
       01  WS-EDIT-BUDGET              PIC Z(10)9.99.
       01  WS-ACCRUAL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ACCR-OPEN-FLAG           PIC X VALUE "N".
           88  WS-ACCR-OPEN            VALUE "Y".
       01  WS-ENTRY-RATE               PIC X(15) VALUE SPACES.
       01  WS-ENTRY-OK-FLAG            PIC X VALUE "Y".
           88  WS-ENTRY-OK             VALUE "Y".
       01  WS-EDIT-RATE                PIC ZZ9.9999.
       01  WS-EDIT-FEE                 PIC Z(6)9.99.
       01  WS-TAX-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-TAX-OPEN-FLAG            PIC X VALUE "N".
           88  WS-TAX-OPEN             VALUE "Y".
       01  WS-ENTRY-TAX-CODE           PIC X(4) VALUE SPACES.
       01  WS-ENTRY-LIAB-ACCT          PIC X(6) VALUE SPACES.
       01  WS-LIAB-OK-FLAG             PIC X VALUE "Y".
           88  WS-LIAB-OK              VALUE "Y".
       01  WS-TAX-EOF-FLAG             PIC X VALUE "N".
           88  WS-TAX-END-OF-FILE      VALUE "Y".
       01  WS-LIAB-OF-CODE             PIC X(2) VALUE SPACES.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-MAUD-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-KEYED-BY                 PIC X(8) VALUE SPACES.
       01  WS-OPER-OK-FLAG             PIC X VALUE "N".
           88  WS-OPER-OK              VALUE "Y".
       01  WS-REACT-IMAGE.
           05  WS-REACT-IMG-CODE       PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REACT-IMG-STATUS     PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REACT-IMG-BY         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REACT-IMG-DATE       PIC X(8).
       01  WS-BEFORE-IMAGE             PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

                       PERFORM 4000-CLOSE-ACCOUNT
                   WHEN "O"
                       PERFORM 4500-SET-OFFSET-ACCOUNT
                   WHEN "B"
                       PERFORM 6000-SET-BUDGET
                   WHEN "P"
                       PERFORM 7000-SET-PARENT-ACCOUNT
                   WHEN "I"
                       PERFORM 8000-SET-ACCRUAL-RATES
                   WHEN "R"
                       PERFORM 9000-SET-TAX-RATE
                   WHEN "T"
                       PERFORM 9500-SET-TAX-CODE
                   WHEN "D"
                       PERFORM 9700-REACTIVATE-ACCOUNT
                   WHEN "L"
                       PERFORM 5000-LIST-ACCOUNTS
                   WHEN "X"
               END-EVALUATE
           END-PERFORM.
           CLOSE ACCT-FILE.
           IF WS-BUDG-OPEN
               CLOSE BUDGET-FILE
           END-IF.
           IF WS-ACCR-OPEN
               CLOSE ACCRUAL-FILE
           END-IF.
           IF WS-TAX-OPEN
               CLOSE TAX-FILE
           END-IF.
           DISPLAY "Account master saved".
           GOBACK.

               OPEN I-O ACCT-FILE
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST unusable - status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-MIGRATE-OR-CREATE.
           OPEN INPUT OLD-ACCT-MST-FILE.
           IF WS-OLD-ACCT-MST-STATUS = "00"
               PERFORM 1110-CONVERT-ACCTMST
           ELSE
               PERFORM 1120-MIGRATE-ACCTMST-DAT
           END-IF.

       1110-CONVERT-ACCTMST.
           OPEN OUTPUT ACCT-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-ACCT-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-ACCT-MST-RECORD TO ACCOUNT-RECORD
                       PERFORM 1130-DEFAULT-ACCOUNT-FIELDS
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

       1120-MIGRATE-ACCTMST-DAT.
           OPEN OUTPUT ACCT-FILE.
           OPEN INPUT OLD-ACCT-FILE.
           IF WS-OLD-ACCT-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST not found - starting a new master"
               CLOSE ACCT-FILE
           ELSE
               PERFORM UNTIL WS-MIG-END-OF-FILE
                       AT END SET WS-MIG-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-ACCT-RECORD TO ACCOUNT-RECORD
                           PERFORM 1130-DEFAULT-ACCOUNT-FIELDS
                           WRITE ACCOUNT-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
               END-PERFORM
               CLOSE OLD-ACCT-FILE
               CLOSE ACCT-FILE
               DISPLAY "ACCTMST.DAT migrated to indexed ACCTMAST.MST "
                   "- " WS-MIGRATED-COUNT " account(s)"
           END-IF.

       1130-DEFAULT-ACCOUNT-FIELDS.
           MOVE SPACES TO ACCT-PARENT-CODE.
           MOVE SPACES TO ACCT-TAX-CODE.
           MOVE SPACES TO ACCT-REACT-BY.
           MOVE SPACES TO ACCT-REACT-DATE.

       2000-SHOW-MENU.
           DISPLAY "======================================".
           DISPLAY " Account Master Maintenance".
           DISPLAY " A - Add an account".
           DISPLAY " C - Close an account".
           DISPLAY " O - Set offset/clearing account".
           DISPLAY " B - Set a monthly budget".
           DISPLAY " P - Set parent roll-up account".
           DISPLAY " I - Set interest rates and monthly fee".
           DISPLAY " R - Set a tax code's rate and liability account".
           DISPLAY " T - Set an account's tax code".
           DISPLAY " D - Reactivate a dormant account".
           DISPLAY " L - List all accounts".
           DISPLAY " X - Exit".
           DISPLAY "======================================".
                   ACCEPT WS-ENTRY-OFFSET
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-OFFSET)
                       TO WS-ENTRY-OFFSET
                   DISPLAY "Parent roll-up account (blank=top of "
                       "tree): " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-PARENT
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-PARENT)
                       TO WS-ENTRY-PARENT
                   PERFORM 7500-VALIDATE-PARENT
                   IF WS-PARENT-OK
                       PERFORM 3100-WRITE-NEW-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       3100-WRITE-NEW-ACCOUNT.
           MOVE WS-ENTRY-CODE TO ACCT-CODE.
           MOVE WS-ENTRY-DESC TO ACCT-DESCRIPTION.
           MOVE "A" TO ACCT-STATUS.
           MOVE WS-ENTRY-OFFSET TO ACCT-OFFSET-ACCT.
           MOVE WS-ENTRY-PARENT TO ACCT-PARENT-CODE.
           MOVE SPACES TO ACCT-TAX-CODE.
           MOVE SPACES TO ACCT-REACT-BY.
           MOVE SPACES TO ACCT-REACT-DATE.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to add " WS-ENTRY-CODE
                       " - status " WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Added " WS-ENTRY-CODE
           END-WRITE.

       3500-FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-ENTRY-CODE TO ACCT-CODE.
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY ACCT-CODE " " ACCT-STATUS " OFFSET="
                           ACCT-OFFSET-ACCT " PARENT=" ACCT-PARENT-CODE
                           " TAX=" ACCT-TAX-CODE " " ACCT-DESCRIPTION
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "Account master is empty"
           END-IF.

      ******************************************************************
      *    A budget is keyed per account per month, so next month's
      *    figure can go in ahead of time. Keying a month that
      *    already has a budget replaces it; the prior figure is
      *    shown first so a slip is caught at the keyboard.
      ******************************************************************
       6000-SET-BUDGET.
           PERFORM 6100-OPEN-BUDGET-MASTER.
           IF WS-BUDG-OPEN
               DISPLAY "Account code: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-CODE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE)
                   TO WS-ENTRY-CODE
               PERFORM 3500-FIND-ACCOUNT
               IF NOT WS-FOUND
                   DISPLAY "Account " WS-ENTRY-CODE
                       " is not on the master"
               ELSE
                   PERFORM 6200-KEY-BUDGET
               END-IF
           END-IF.

       6100-OPEN-BUDGET-MASTER.
           IF NOT WS-BUDG-OPEN
               OPEN I-O BUDGET-FILE
               IF WS-BUDGET-FILE-STATUS = "35"
                   OPEN OUTPUT BUDGET-FILE
                   CLOSE BUDGET-FILE
                   OPEN I-O BUDGET-FILE
               END-IF
               IF WS-BUDGET-FILE-STATUS = "00"
                   SET WS-BUDG-OPEN TO TRUE
               ELSE
                   DISPLAY "BUDGMST.MST unusable - status "
                       WS-BUDGET-FILE-STATUS
               END-IF
           END-IF.

       6200-KEY-BUDGET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "Budget month (YYYYMM, blank=current): "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-ENTRY-MONTH
           END-IF.
           IF WS-ENTRY-MONTH NOT NUMERIC
               DISPLAY "Month must be keyed as YYYYMM"
           ELSE
               MOVE WS-ENTRY-CODE TO BUDG-ACCT-CODE
               MOVE WS-ENTRY-MONTH TO BUDG-MONTH
               READ BUDGET-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-FLAG
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
                       MOVE BUDG-AMOUNT TO WS-EDIT-BUDGET
                       DISPLAY "Current budget for " WS-ENTRY-MONTH
                           ": " WS-EDIT-BUDGET
               END-READ
               DISPLAY "Budget amount: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-ENTRY-AMOUNT) NOT = 0
                   DISPLAY "Budget amount is not numeric: "
                       WS-ENTRY-AMOUNT
               ELSE
                   IF FUNCTION NUMVAL(WS-ENTRY-AMOUNT) < 0
                       DISPLAY "Budget amount may not be negative"
                   ELSE
                       PERFORM 6300-WRITE-BUDGET
                   END-IF
               END-IF
           END-IF.

       6300-WRITE-BUDGET.
           MOVE WS-ENTRY-CODE TO BUDG-ACCT-CODE.
           MOVE WS-ENTRY-MONTH TO BUDG-MONTH.
           COMPUTE BUDG-AMOUNT = FUNCTION NUMVAL(WS-ENTRY-AMOUNT).
           MOVE WS-CURRENT-DATE-TIME(1:8) TO BUDG-SET-DATE.
           IF WS-FOUND
               REWRITE BUDGET-RECORD
           ELSE
               WRITE BUDGET-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add budget - status "
                           WS-BUDGET-FILE-STATUS
               END-WRITE
           END-IF.
           MOVE BUDG-AMOUNT TO WS-EDIT-BUDGET.
           DISPLAY "Budget for " WS-ENTRY-CODE " " WS-ENTRY-MONTH
               " is now " WS-EDIT-BUDGET.

       7000-SET-PARENT-ACCOUNT.
           DISPLAY "Account code: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           PERFORM 3500-FIND-ACCOUNT.
           IF NOT WS-FOUND
               DISPLAY "Account " WS-ENTRY-CODE
                   " is not on the master"
           ELSE
               DISPLAY "Parent roll-up account [" ACCT-PARENT-CODE
                   "] (NONE=top of tree): " WITH NO ADVANCING
               ACCEPT WS-ENTRY-PARENT
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-PARENT)
                   TO WS-ENTRY-PARENT
               IF WS-ENTRY-PARENT = SPACES
                   DISPLAY "Parent unchanged"
               ELSE
                   IF WS-ENTRY-PARENT = "NONE"
                       MOVE SPACES TO WS-ENTRY-PARENT
                   END-IF
                   PERFORM 7500-VALIDATE-PARENT
                   IF WS-PARENT-OK
                       PERFORM 3500-FIND-ACCOUNT
                       MOVE WS-ENTRY-PARENT TO ACCT-PARENT-CODE
                       REWRITE ACCOUNT-RECORD
                       DISPLAY "Parent for " WS-ENTRY-CODE " is now "
                           ACCT-PARENT-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    A parent must be on the master, and walking up the tree
      *    from it must never arrive back at the account being
      *    changed - otherwise the account would end up reporting
      *    into itself and the roll-up would never finish. The
      *    walk reads the master, so the caller re-reads the
      *    account afterwards before rewriting it. The depth cap
      *    stops the walk on a master already damaged by a loop.
      ******************************************************************
       7500-VALIDATE-PARENT.
           MOVE "Y" TO WS-PARENT-OK-FLAG.
           IF WS-ENTRY-PARENT NOT = SPACES
               IF WS-ENTRY-PARENT = WS-ENTRY-CODE
                   MOVE "N" TO WS-PARENT-OK-FLAG
                   DISPLAY "An account cannot be its own parent"
               ELSE
                   MOVE WS-ENTRY-PARENT TO WS-WALK-CODE
                   MOVE 0 TO WS-WALK-DEPTH
                   PERFORM 7600-WALK-ONE-LEVEL
                       UNTIL WS-WALK-CODE = SPACES
                       OR NOT WS-PARENT-OK
               END-IF
           END-IF.

       7600-WALK-ONE-LEVEL.
           ADD 1 TO WS-WALK-DEPTH.
           MOVE WS-WALK-CODE TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PARENT-OK-FLAG
                   IF WS-WALK-CODE = WS-ENTRY-PARENT
                       DISPLAY "Parent " WS-ENTRY-PARENT
                           " is not on the master"
                   ELSE
                       DISPLAY "Parent chain of " WS-ENTRY-PARENT
                           " names " WS-WALK-CODE
                           " which is not on the master"
                   END-IF
               NOT INVALID KEY
                   MOVE ACCT-PARENT-CODE TO WS-WALK-CODE
           END-READ.
           IF WS-PARENT-OK
               IF WS-WALK-CODE = WS-ENTRY-CODE
                   MOVE "N" TO WS-PARENT-OK-FLAG
                   DISPLAY "Refused - " WS-ENTRY-PARENT
                       " already rolls up into " WS-ENTRY-CODE
                       " and would create a loop"
               ELSE
                   IF WS-WALK-DEPTH > WS-MAX-TREE-DEPTH
                       MOVE "N" TO WS-PARENT-OK-FLAG
                       DISPLAY "Refused - parent chain of "
                           WS-ENTRY-PARENT " is more than "
                           WS-MAX-TREE-DEPTH " levels deep"
                   END-IF
               END-IF
           END-IF.

       8000-SET-ACCRUAL-RATES.
           PERFORM 8100-OPEN-ACCRUAL-MASTER.
           IF WS-ACCR-OPEN
               DISPLAY "Account code: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-CODE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE)
                   TO WS-ENTRY-CODE
               PERFORM 3500-FIND-ACCOUNT
               IF NOT WS-FOUND
                   DISPLAY "Account " WS-ENTRY-CODE
                       " is not on the master"
               ELSE
                   PERFORM 8200-KEY-ACCRUAL-RATES
               END-IF
           END-IF.

       8100-OPEN-ACCRUAL-MASTER.
           IF NOT WS-ACCR-OPEN
               OPEN I-O ACCRUAL-FILE
               IF WS-ACCRUAL-FILE-STATUS = "35"
                   OPEN OUTPUT ACCRUAL-FILE
                   CLOSE ACCRUAL-FILE
                   OPEN I-O ACCRUAL-FILE
               END-IF
               IF WS-ACCRUAL-FILE-STATUS = "00"
                   SET WS-ACCR-OPEN TO TRUE
               ELSE
                   DISPLAY "ACCRMST.MST unusable - status "
                       WS-ACCRUAL-FILE-STATUS
               END-IF
           END-IF.

      ******************************************************************
      *    Blank at any prompt keeps what is there. A new account
      *    starts with nothing accrued; changing the rates of an
      *    existing one leaves what it has accrued this month alone,
      *    so the new rates apply from tonight on.
      ******************************************************************
       8200-KEY-ACCRUAL-RATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-ENTRY-CODE TO ACCR-ACCT-CODE.
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-FLAG
                   MOVE SPACES TO ACCRUAL-RECORD
                   MOVE WS-ENTRY-CODE TO ACCR-ACCT-CODE
                   MOVE 0 TO ACCR-DEBIT-RATE
                   MOVE 0 TO ACCR-CREDIT-RATE
                   MOVE 0 TO ACCR-MONTHLY-FEE
                   MOVE 0 TO ACCR-ACCRUED
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           MOVE ACCR-DEBIT-RATE TO WS-EDIT-RATE.
           DISPLAY "Debit rate % a year (now " WS-EDIT-RATE "): "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-RATE.
           IF WS-ENTRY-RATE NOT = SPACES
               PERFORM 8250-CHECK-ENTRY-RATE
               IF WS-ENTRY-OK
                   COMPUTE ACCR-DEBIT-RATE =
                       FUNCTION NUMVAL(WS-ENTRY-RATE)
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               MOVE ACCR-CREDIT-RATE TO WS-EDIT-RATE
               DISPLAY "Credit rate % a year (now " WS-EDIT-RATE
                   "): " WITH NO ADVANCING
               ACCEPT WS-ENTRY-RATE
               IF WS-ENTRY-RATE NOT = SPACES
                   PERFORM 8250-CHECK-ENTRY-RATE
                   IF WS-ENTRY-OK
                       COMPUTE ACCR-CREDIT-RATE =
                           FUNCTION NUMVAL(WS-ENTRY-RATE)
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               MOVE ACCR-MONTHLY-FEE TO WS-EDIT-FEE
               DISPLAY "Monthly service fee (now " WS-EDIT-FEE
                   "): " WITH NO ADVANCING
               ACCEPT WS-ENTRY-AMOUNT
               IF WS-ENTRY-AMOUNT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-ENTRY-AMOUNT) NOT = 0
                       DISPLAY "Fee is not numeric: " WS-ENTRY-AMOUNT
                       MOVE "N" TO WS-ENTRY-OK-FLAG
                   ELSE
                       IF FUNCTION NUMVAL(WS-ENTRY-AMOUNT) < 0
                           OR FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
                               > 9999999.99
                           DISPLAY "Fee must be 0 to 9999999.99"
                           MOVE "N" TO WS-ENTRY-OK-FLAG
                       ELSE
                           COMPUTE ACCR-MONTHLY-FEE =
                               FUNCTION NUMVAL(WS-ENTRY-AMOUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               PERFORM 8300-WRITE-ACCRUAL-RATES
           ELSE
               DISPLAY "Rates for " WS-ENTRY-CODE " not changed"
           END-IF.

       8250-CHECK-ENTRY-RATE.
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-RATE) NOT = 0
               DISPLAY "Rate is not numeric: " WS-ENTRY-RATE
               MOVE "N" TO WS-ENTRY-OK-FLAG
           ELSE
               IF FUNCTION NUMVAL(WS-ENTRY-RATE) < 0
                   OR FUNCTION NUMVAL(WS-ENTRY-RATE) > 999.9999
                   DISPLAY "Rate must be 0 to 999.9999"
                   MOVE "N" TO WS-ENTRY-OK-FLAG
               END-IF
           END-IF.

       8300-WRITE-ACCRUAL-RATES.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO ACCR-SET-DATE.
           IF WS-FOUND
               REWRITE ACCRUAL-RECORD
           ELSE
               WRITE ACCRUAL-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add rates - status "
                           WS-ACCRUAL-FILE-STATUS
               END-WRITE
           END-IF.
           MOVE ACCR-DEBIT-RATE TO WS-EDIT-RATE.
           DISPLAY "Rates for " WS-ENTRY-CODE " - debit "
               WS-EDIT-RATE "%" WITH NO ADVANCING.
           MOVE ACCR-CREDIT-RATE TO WS-EDIT-RATE.
           MOVE ACCR-MONTHLY-FEE TO WS-EDIT-FEE.
           DISPLAY ", credit " WS-EDIT-RATE "%, monthly fee "
               WS-EDIT-FEE.

      ******************************************************************
      *    A tax code is keyed once and hung on as many accounts as
      *    it applies to. Blank at any prompt keeps what is there;
      *    a new code must be given a liability account. A changed
      *    rate applies from the next posting - what has already
      *    posted keeps the split it was given.
      ******************************************************************
       9000-SET-TAX-RATE.
           PERFORM 9100-OPEN-TAX-MASTER.
           IF WS-TAX-OPEN
               DISPLAY "Tax code (2 chars): " WITH NO ADVANCING
               ACCEPT WS-ENTRY-TAX-CODE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-TAX-CODE)
                   TO WS-ENTRY-TAX-CODE
               IF WS-ENTRY-TAX-CODE(1:2) = SPACES
                   OR WS-ENTRY-TAX-CODE(3:2) NOT = SPACES
                   DISPLAY "Tax code must be 1 or 2 characters"
               ELSE
                   PERFORM 9200-KEY-TAX-RATE
               END-IF
           END-IF.

       9100-OPEN-TAX-MASTER.
           IF NOT WS-TAX-OPEN
               OPEN I-O TAX-FILE
               IF WS-TAX-FILE-STATUS = "35"
                   OPEN OUTPUT TAX-FILE
                   CLOSE TAX-FILE
                   OPEN I-O TAX-FILE
               END-IF
               IF WS-TAX-FILE-STATUS = "00"
                   SET WS-TAX-OPEN TO TRUE
               ELSE
                   DISPLAY "TAXMST.MST unusable - status "
                       WS-TAX-FILE-STATUS
               END-IF
           END-IF.

       9200-KEY-TAX-RATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-ENTRY-TAX-CODE(1:2) TO TAX-CODE.
           READ TAX-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-FLAG
                   MOVE SPACES TO TAX-RATE-RECORD
                   MOVE WS-ENTRY-TAX-CODE(1:2) TO TAX-CODE
                   MOVE 0 TO TAX-RATE-PCT
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           DISPLAY "Description [" TAX-DESCRIPTION "]: "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DESC.
           IF WS-ENTRY-DESC NOT = SPACES
               MOVE WS-ENTRY-DESC TO TAX-DESCRIPTION
           END-IF.
           MOVE TAX-RATE-PCT TO WS-EDIT-RATE.
           DISPLAY "Rate % on the net amount (now " WS-EDIT-RATE
               "): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-RATE.
           IF WS-ENTRY-RATE NOT = SPACES
               PERFORM 8250-CHECK-ENTRY-RATE
               IF WS-ENTRY-OK
                   COMPUTE TAX-RATE-PCT =
                       FUNCTION NUMVAL(WS-ENTRY-RATE)
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               DISPLAY "Tax liability account [" TAX-LIABILITY-ACCT
                   "]: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-LIAB-ACCT
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-LIAB-ACCT)
                   TO WS-ENTRY-LIAB-ACCT
               IF WS-ENTRY-LIAB-ACCT NOT = SPACES
                   PERFORM 9300-VALIDATE-LIABILITY
                   IF WS-LIAB-OK
                       MOVE WS-ENTRY-LIAB-ACCT TO TAX-LIABILITY-ACCT
                   ELSE
                       MOVE "N" TO WS-ENTRY-OK-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-OK AND TAX-LIABILITY-ACCT = SPACES
               DISPLAY "A tax code needs a liability account"
               MOVE "N" TO WS-ENTRY-OK-FLAG
           END-IF.
           IF WS-ENTRY-OK
               PERFORM 9400-WRITE-TAX-RATE
           ELSE
               DISPLAY "Tax code " TAX-CODE " not changed"
           END-IF.

      *    The liability account takes the tax, so it must be open,
      *    and it may not be taxable itself or the tax would be
      *    taxed again.
       9300-VALIDATE-LIABILITY.
           MOVE "Y" TO WS-LIAB-OK-FLAG.
           MOVE WS-ENTRY-LIAB-ACCT TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-LIAB-OK-FLAG
                   DISPLAY "Account " WS-ENTRY-LIAB-ACCT
                       " is not on the master"
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                       MOVE "N" TO WS-LIAB-OK-FLAG
                       DISPLAY "Account " WS-ENTRY-LIAB-ACCT
                           " is closed"
                   ELSE
                       IF ACCT-TAX-CODE NOT = SPACES
                           MOVE "N" TO WS-LIAB-OK-FLAG
                           DISPLAY "Account " WS-ENTRY-LIAB-ACCT
                               " is itself taxable (code "
                               ACCT-TAX-CODE ")"
                       END-IF
                   END-IF
           END-READ.

       9400-WRITE-TAX-RATE.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO TAX-SET-DATE.
           IF WS-FOUND
               REWRITE TAX-RATE-RECORD
           ELSE
               WRITE TAX-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add tax code - status "
                           WS-TAX-FILE-STATUS
               END-WRITE
           END-IF.
           MOVE TAX-RATE-PCT TO WS-EDIT-RATE.
           DISPLAY "Tax code " TAX-CODE " - " WS-EDIT-RATE
               "% posted to " TAX-LIABILITY-ACCT " "
               TAX-DESCRIPTION.

      ******************************************************************
      *    NONE takes an account off tax. The code must already be
      *    on TAXMST.MST, and an account that is some code's
      *    liability account cannot be made taxable.
      ******************************************************************
       9500-SET-TAX-CODE.
           PERFORM 9100-OPEN-TAX-MASTER.
           IF WS-TAX-OPEN
               DISPLAY "Account code: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-CODE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE)
                   TO WS-ENTRY-CODE
               PERFORM 3500-FIND-ACCOUNT
               IF NOT WS-FOUND
                   DISPLAY "Account " WS-ENTRY-CODE
                       " is not on the master"
               ELSE
                   PERFORM 9550-KEY-TAX-CODE
               END-IF
           END-IF.

       9550-KEY-TAX-CODE.
           DISPLAY "Tax code [" ACCT-TAX-CODE
               "] (NONE=not taxable): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-TAX-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TAX-CODE)
               TO WS-ENTRY-TAX-CODE.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           IF WS-ENTRY-TAX-CODE = SPACES
               DISPLAY "Tax code unchanged"
               MOVE "N" TO WS-ENTRY-OK-FLAG
           ELSE
               IF WS-ENTRY-TAX-CODE = "NONE"
                   MOVE SPACES TO WS-ENTRY-TAX-CODE
               ELSE
                   PERFORM 9600-VALIDATE-TAX-CODE
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               PERFORM 3500-FIND-ACCOUNT
               MOVE WS-ENTRY-TAX-CODE(1:2) TO ACCT-TAX-CODE
               REWRITE ACCOUNT-RECORD
               IF ACCT-TAX-CODE = SPACES
                   DISPLAY "Account " WS-ENTRY-CODE
                       " is no longer taxable"
               ELSE
                   DISPLAY "Tax code for " WS-ENTRY-CODE " is now "
                       ACCT-TAX-CODE
               END-IF
           END-IF.

       9600-VALIDATE-TAX-CODE.
           IF WS-ENTRY-TAX-CODE(3:2) NOT = SPACES
               DISPLAY "Tax code must be 1 or 2 characters"
               MOVE "N" TO WS-ENTRY-OK-FLAG
           ELSE
               MOVE WS-ENTRY-TAX-CODE(1:2) TO TAX-CODE
               READ TAX-FILE
                   INVALID KEY
                       DISPLAY "Tax code " WS-ENTRY-TAX-CODE
                           " is not on TAXMST - add it with R first"
                       MOVE "N" TO WS-ENTRY-OK-FLAG
               END-READ
           END-IF.
           IF WS-ENTRY-OK
               PERFORM 9650-FIND-LIABILITY-USE
               IF WS-LIAB-OF-CODE NOT = SPACES
                   DISPLAY "Account " WS-ENTRY-CODE " takes the tax "
                       "for code " WS-LIAB-OF-CODE
                       " and cannot be taxable"
                   MOVE "N" TO WS-ENTRY-OK-FLAG
               END-IF
           END-IF.

       9650-FIND-LIABILITY-USE.
           MOVE SPACES TO WS-LIAB-OF-CODE.
           MOVE "N" TO WS-TAX-EOF-FLAG.
           MOVE LOW-VALUES TO TAX-CODE.
           START TAX-FILE KEY >= TAX-CODE
               INVALID KEY SET WS-TAX-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-TAX-END-OF-FILE
               READ TAX-FILE NEXT RECORD
                   AT END SET WS-TAX-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TAX-LIABILITY-ACCT = WS-ENTRY-CODE
                           MOVE TAX-CODE TO WS-LIAB-OF-CODE
                           SET WS-TAX-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    Only a dormant account can be reactivated - a closed one
      *    stays closed. The account goes back to active at once,
      *    so postings to it stop being held from the next window.
      ******************************************************************
       9700-REACTIVATE-ACCOUNT.
           DISPLAY "Account code to reactivate: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           PERFORM 3500-FIND-ACCOUNT.
           IF NOT WS-FOUND
               DISPLAY "Account " WS-ENTRY-CODE
                   " is not on the master"
           ELSE
               IF NOT ACCT-DORMANT
                   DISPLAY "Account " WS-ENTRY-CODE " is not dormant "
                       "(status " ACCT-STATUS ")"
               ELSE
                   PERFORM 9750-IDENTIFY-KEYER
                   IF WS-OPER-OK
                       PERFORM 9800-WRITE-REACTIVATION
                   END-IF
               END-IF
           END-IF.

       9750-IDENTIFY-KEYER.
           IF SESS-SIGNED-ON
               MOVE SESS-OPER-ID TO WS-KEYED-BY
           ELSE
               DISPLAY "Reactivating operator ID: " WITH NO ADVANCING
               ACCEPT WS-KEYED-BY
               MOVE FUNCTION UPPER-CASE(WS-KEYED-BY) TO WS-KEYED-BY
           END-IF.
           MOVE "N" TO WS-OPER-OK-FLAG.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS " - reactivation refused"
           ELSE
               MOVE WS-KEYED-BY TO OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       DISPLAY "Operator " WS-KEYED-BY " is not on "
                           "the master - reactivation refused"
                   NOT INVALID KEY
                       SET WS-OPER-OK TO TRUE
               END-READ
               CLOSE OPER-FILE
           END-IF.

       9800-WRITE-REACTIVATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 9850-BUILD-REACT-IMAGE.
           MOVE WS-REACT-IMAGE TO WS-BEFORE-IMAGE.
           MOVE "A" TO ACCT-STATUS.
           MOVE WS-KEYED-BY TO ACCT-REACT-BY.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO ACCT-REACT-DATE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to reactivate " WS-ENTRY-CODE
                       " - status " WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Reactivated " WS-ENTRY-CODE " by "
                       ACCT-REACT-BY " on " ACCT-REACT-DATE
                   PERFORM 9900-WRITE-MASTER-AUDIT
           END-REWRITE.

       9850-BUILD-REACT-IMAGE.
           MOVE ACCT-CODE TO WS-REACT-IMG-CODE.
           MOVE ACCT-STATUS TO WS-REACT-IMG-STATUS.
           MOVE ACCT-REACT-BY TO WS-REACT-IMG-BY.
           MOVE ACCT-REACT-DATE TO WS-REACT-IMG-DATE.

       9900-WRITE-MASTER-AUDIT.
           OPEN EXTEND MAUD-FILE.
           IF WS-MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           END-IF.
           PERFORM 9850-BUILD-REACT-IMAGE.
           MOVE WS-CURRENT-DATE-TIME TO MAUD-TIMESTAMP.
           MOVE WS-KEYED-BY TO MAUD-KEYED-BY.
           MOVE "ACCTREAC" TO MAUD-ACTION.
           MOVE ACCT-CODE TO MAUD-TARGET-ID.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE.
           MOVE WS-REACT-IMAGE TO MAUD-AFTER.
           WRITE MASTER-AUDIT-RECORD.
           CLOSE MAUD-FILE.
