       IDENTIFICATION DIVISION.
       PROGRAM-ID. RollRpt.

      ******************************************************************
      *    RollRpt - account hierarchy roll-up report.
      *    Loads the account master with each account's parent
      *    roll-up code (ACCT-PARENT-CODE) and the BALMST.MST running
      *    balances, adds every account's opening, window, and
      *    closing balance into itself and into each account above
      *    it in the tree, and prints the tree top-down on
      *    ROLLRPT.OUT with each level indented under its parent -
      *    departments under divisions, divisions under the company
      *    - so division and department totals no longer have to be
      *    added up by hand from StmtGen and MonthRpt. The window
      *    figures are tonight's: an account whose last posting
      *    window was an earlier day shows no window activity and
      *    opens where it closed. An account whose parent chain is
      *    broken (parent missing, or a loop on a master built
      *    before AcctMnt refused them) is rolled up as far as the
      *    chain goes and listed as an exception (RETURN-CODE 4).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCT-CODE
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROLLRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  BALANCE-FILE.
       COPY BALREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-YYYYMMDD        PIC X(8).
       01  WS-OPEN-AMT                 PIC S9(11)V99 VALUE 0.
       01  WS-WINDOW-AMT               PIC S9(11)V99 VALUE 0.
       01  WS-CLOSE-AMT                PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-OPEN               PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-WINDOW             PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-CLOSE              PIC S9(13)V99 VALUE 0.
       01  WS-EDIT-OPEN                PIC +9(13).99.
       01  WS-EDIT-WINDOW              PIC +9(13).99.
       01  WS-EDIT-CLOSE               PIC +9(13).99.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
       01  WS-PRINTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-MAX-TREE-DEPTH           PIC 9(3) VALUE 50.
       01  WS-WALK-IX                  PIC 9(4) VALUE 0.
       01  WS-WALK-DEPTH               PIC 9(3) VALUE 0.
       01  WS-WALK-DONE-FLAG           PIC X VALUE "N".
           88  WS-WALK-DONE            VALUE "Y".
       01  WS-FIND-CODE                PIC X(6) VALUE SPACES.
       01  WS-FIND-IX                  PIC 9(4) VALUE 0.
       01  WS-SCAN-IX                  PIC 9(4) VALUE 0.
       01  WS-ACC-IX                   PIC 9(4) VALUE 0.
       01  WS-PRINT-IX                 PIC 9(4) VALUE 0.
       01  WS-INDENT                   PIC X(40) VALUE SPACES.
       01  WS-INDENT-LEN               PIC 9(3) VALUE 0.
       01  WS-NODE-LABEL               PIC X(52) VALUE SPACES.
       01  WS-ACC-TABLE.
           05  WS-ACC-COUNT            PIC 9(4) VALUE 0.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-CODE         PIC X(6).
               10  WS-ACC-PARENT       PIC X(6).
               10  WS-ACC-DESC         PIC X(30).
               10  WS-ACC-PARENT-IX    PIC 9(4).
               10  WS-ACC-PRINTED      PIC X.
               10  WS-ACC-OPEN         PIC S9(13)V99.
               10  WS-ACC-WINDOW       PIC S9(13)V99.
               10  WS-ACC-CLOSE        PIC S9(13)V99.
      *    Depth-first print order is kept on an explicit stack of
      *    table positions; each entry also remembers how far
      *    through the table its child scan has got.
       01  WS-STACK-TABLE.
           05  WS-STACK-TOP            PIC 9(3) VALUE 0.
           05  WS-STACK-ENTRY OCCURS 60 TIMES.
               10  WS-STACK-NODE       PIC 9(4).
               10  WS-STACK-NEXT-CHILD PIC 9(4).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD.

           PERFORM 1000-LOAD-ACCOUNTS.
           IF WS-ACC-COUNT = 0
               DISPLAY "ACCTMAST.MST is empty or missing - nothing to "
                   "roll up"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-LINK-PARENTS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-HEADER.
           PERFORM 3000-ROLL-UP-BALANCES.
           PERFORM 4000-PRINT-TREE.
           PERFORM 5000-WRITE-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "RollRpt complete - " WS-PRINTED-COUNT
               " account(s) in the tree, " WS-EXCEPTION-COUNT
               " hierarchy exception(s)".
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-ACCOUNTS.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ACCT-CODE
               START ACCT-FILE KEY >= ACCT-CODE
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACCT-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-ACC-COUNT < 2000
                               ADD 1 TO WS-ACC-COUNT
                               PERFORM 1100-LOAD-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
           END-IF.

       1100-LOAD-ONE-ACCOUNT.
           MOVE ACCT-CODE TO WS-ACC-CODE(WS-ACC-COUNT).
           MOVE ACCT-PARENT-CODE TO WS-ACC-PARENT(WS-ACC-COUNT).
           MOVE ACCT-DESCRIPTION TO WS-ACC-DESC(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-PARENT-IX(WS-ACC-COUNT).
           MOVE "N" TO WS-ACC-PRINTED(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-OPEN(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-WINDOW(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-CLOSE(WS-ACC-COUNT).

      *    A parent code that is not on the master leaves the
      *    account at the top of the tree, reported as an exception.
       1200-LINK-PARENTS.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
               IF WS-ACC-PARENT(WS-ACC-IX) NOT = SPACES
                   MOVE WS-ACC-PARENT(WS-ACC-IX) TO WS-FIND-CODE
                   PERFORM 1300-FIND-ACCOUNT
                   MOVE WS-FIND-IX TO WS-ACC-PARENT-IX(WS-ACC-IX)
                   IF WS-FIND-IX = 0
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "Account " WS-ACC-CODE(WS-ACC-IX)
                           " names parent " WS-ACC-PARENT(WS-ACC-IX)
                           " which is not on the master"
                   END-IF
               END-IF
           END-PERFORM.

       1300-FIND-ACCOUNT.
           MOVE 0 TO WS-FIND-IX.
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-ACC-COUNT OR WS-FIND-IX > 0
               IF WS-ACC-CODE(WS-SCAN-IX) = WS-FIND-CODE
                   MOVE WS-SCAN-IX TO WS-FIND-IX
               END-IF
           END-PERFORM.

       2000-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT HIERARCHY ROLL-UP - BALANCES AS OF "
               WS-RUN-DATE-YYYYMMDD " - run " WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT (INDENTED BY LEVEL)                         "
               "   OPENING           WINDOW          CLOSING"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      *    Every balance record is added into its own account and
      *    then into each ancestor in turn, so a node's figures are
      *    the total of its whole subtree. Balances for an account
      *    no longer on the master still count in the grand total.
      ******************************************************************
       3000-ROLL-UP-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "BALMST.MST not found - every balance shown "
                   "as zero"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO BAL-ACCT-CODE
               START BALANCE-FILE KEY >= BAL-ACCT-CODE
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ BALANCE-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 3100-ROLL-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       3100-ROLL-ONE-BALANCE.
           MOVE BAL-CLOSE-BALANCE TO WS-CLOSE-AMT.
           IF BAL-LAST-POST-DATE = WS-RUN-DATE-YYYYMMDD
               MOVE BAL-OPEN-BALANCE TO WS-OPEN-AMT
               MOVE BAL-WINDOW-VALUE TO WS-WINDOW-AMT
           ELSE
               MOVE BAL-CLOSE-BALANCE TO WS-OPEN-AMT
               MOVE 0 TO WS-WINDOW-AMT
           END-IF.
           ADD WS-OPEN-AMT TO WS-GRAND-OPEN.
           ADD WS-WINDOW-AMT TO WS-GRAND-WINDOW.
           ADD WS-CLOSE-AMT TO WS-GRAND-CLOSE.
           MOVE BAL-ACCT-CODE TO WS-FIND-CODE.
           PERFORM 1300-FIND-ACCOUNT.
           MOVE WS-FIND-IX TO WS-WALK-IX.
           MOVE 0 TO WS-WALK-DEPTH.
           MOVE "N" TO WS-WALK-DONE-FLAG.
           IF WS-WALK-IX = 0
               SET WS-WALK-DONE TO TRUE
           END-IF.
           PERFORM 3200-ADD-TO-ONE-LEVEL UNTIL WS-WALK-DONE.

       3200-ADD-TO-ONE-LEVEL.
           ADD WS-OPEN-AMT TO WS-ACC-OPEN(WS-WALK-IX).
           ADD WS-WINDOW-AMT TO WS-ACC-WINDOW(WS-WALK-IX).
           ADD WS-CLOSE-AMT TO WS-ACC-CLOSE(WS-WALK-IX).
           ADD 1 TO WS-WALK-DEPTH.
           MOVE WS-ACC-PARENT-IX(WS-WALK-IX) TO WS-WALK-IX.
           IF WS-WALK-IX = 0
               SET WS-WALK-DONE TO TRUE
           END-IF.
           IF WS-WALK-DEPTH > WS-MAX-TREE-DEPTH
               SET WS-WALK-DONE TO TRUE
           END-IF.

      ******************************************************************
      *    Top-of-tree accounts are printed in account-code order,
      *    each followed depth-first by everything that reports into
      *    it. Anything left unprinted afterwards sits on a loop
      *    with no way down from a top-of-tree account.
      ******************************************************************
       4000-PRINT-TREE.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
               IF WS-ACC-PARENT-IX(WS-ACC-IX) = 0
                   MOVE 1 TO WS-STACK-TOP
                   MOVE WS-ACC-IX TO WS-STACK-NODE(1)
                   MOVE 1 TO WS-STACK-NEXT-CHILD(1)
                   MOVE WS-ACC-IX TO WS-PRINT-IX
                   PERFORM 4200-PRINT-NODE
                   PERFORM 4100-WALK-STACK UNTIL WS-STACK-TOP = 0
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
               IF WS-ACC-PRINTED(WS-ACC-IX) = "N"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "** " WS-ACC-CODE(WS-ACC-IX)
                       " PARENT " WS-ACC-PARENT(WS-ACC-IX)
                       " IS ON OR UNDER A ROLL-UP LOOP - NOT IN "
                       "THE TREE **"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       4100-WALK-STACK.
           MOVE 0 TO WS-FIND-IX.
           PERFORM VARYING WS-SCAN-IX
               FROM WS-STACK-NEXT-CHILD(WS-STACK-TOP) BY 1
               UNTIL WS-SCAN-IX > WS-ACC-COUNT OR WS-FIND-IX > 0
               IF WS-ACC-PARENT-IX(WS-SCAN-IX)
                   = WS-STACK-NODE(WS-STACK-TOP)
                   AND WS-ACC-PRINTED(WS-SCAN-IX) = "N"
                   MOVE WS-SCAN-IX TO WS-FIND-IX
               END-IF
           END-PERFORM.
           IF WS-FIND-IX = 0
               SUBTRACT 1 FROM WS-STACK-TOP
           ELSE
               COMPUTE WS-STACK-NEXT-CHILD(WS-STACK-TOP) =
                   WS-FIND-IX + 1
               IF WS-STACK-TOP < 60
                   ADD 1 TO WS-STACK-TOP
                   MOVE WS-FIND-IX TO WS-STACK-NODE(WS-STACK-TOP)
                   MOVE 1 TO WS-STACK-NEXT-CHILD(WS-STACK-TOP)
                   MOVE WS-FIND-IX TO WS-PRINT-IX
                   PERFORM 4200-PRINT-NODE
               END-IF
           END-IF.

       4200-PRINT-NODE.
           MOVE "Y" TO WS-ACC-PRINTED(WS-PRINT-IX).
           ADD 1 TO WS-PRINTED-COUNT.
           COMPUTE WS-INDENT-LEN = (WS-STACK-TOP - 1) * 2.
           IF WS-INDENT-LEN > 20
               MOVE 20 TO WS-INDENT-LEN
           END-IF.
           MOVE SPACES TO WS-NODE-LABEL.
           IF WS-INDENT-LEN = 0
               STRING WS-ACC-CODE(WS-PRINT-IX) " "
                   WS-ACC-DESC(WS-PRINT-IX)
                   DELIMITED BY SIZE INTO WS-NODE-LABEL
           ELSE
               STRING WS-INDENT(1:WS-INDENT-LEN)
                   WS-ACC-CODE(WS-PRINT-IX) " "
                   WS-ACC-DESC(WS-PRINT-IX)
                   DELIMITED BY SIZE INTO WS-NODE-LABEL
           END-IF.
           MOVE WS-ACC-OPEN(WS-PRINT-IX) TO WS-EDIT-OPEN.
           MOVE WS-ACC-WINDOW(WS-PRINT-IX) TO WS-EDIT-WINDOW.
           MOVE WS-ACC-CLOSE(WS-PRINT-IX) TO WS-EDIT-CLOSE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-NODE-LABEL " " WS-EDIT-OPEN " " WS-EDIT-WINDOW
               " " WS-EDIT-CLOSE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-OPEN TO WS-EDIT-OPEN.
           MOVE WS-GRAND-WINDOW TO WS-EDIT-WINDOW.
           MOVE WS-GRAND-CLOSE TO WS-EDIT-CLOSE.
           MOVE SPACES TO WS-NODE-LABEL.
           STRING "ALL ACCOUNTS" DELIMITED BY SIZE INTO WS-NODE-LABEL.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-NODE-LABEL " " WS-EDIT-OPEN " " WS-EDIT-WINDOW
               " " WS-EDIT-CLOSE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-EXCEPTION-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-EXCEPTION-COUNT " HIERARCHY EXCEPTION(S) - "
                   "CORRECT THE PARENT CODES THROUGH ACCTMNT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
