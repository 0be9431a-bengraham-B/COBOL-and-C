       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgRpt.

      ******************************************************************
      *    BudgRpt - month-to-date budget-vs-actual report.
      *    For every account with a budget on BUDGMST.MST for the
      *    requested month (blank defaults to the current one),
      *    prints the budget, the month's actual to date added up
      *    from RESMAST.MST, the variance (budget less actual) and
      *    the percentage of the budget used. Accounts past
      *    CFG-BUDGET-WARN-PCT are called out as nearing budget and
      *    accounts past 100% as over budget, and the postings
      *    Ben-COBOL flagged on BUDGFLAG.DAT during the month are
      *    listed underneath, so a department head hears about an
      *    overspend while there is still month left to act on it
      *    instead of after MonthRpt. RETURN-CODE 4 when any account
      *    is over budget.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT BUDGET-FLAG-FILE ASSIGN TO "BUDGFLAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BFLG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDGRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGREC.
       FD  RESULT-FILE.
       COPY RESREC.
       FD  BUDGET-FLAG-FILE.
       COPY BUDGFLRC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY BATCHCFG.

       01  WS-BUDGET-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RESULT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-BFLG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-MONTH                    PIC X(6) VALUE SPACES.
       01  WS-MONTH-START-DATE         PIC X(8) VALUE SPACES.
       01  WS-ACTUAL                   PIC S9(11)V99 VALUE 0.
       01  WS-VARIANCE                 PIC S9(11)V99 VALUE 0.
       01  WS-PCT-USED                 PIC 9(5)V9 VALUE 0.
       01  WS-TOTAL-BUDGET             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ACTUAL             PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-VARIANCE           PIC S9(11)V99 VALUE 0.
       01  WS-WARN-COUNT               PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT               PIC 9(5) VALUE 0.
       01  WS-FLAG-COUNT               PIC 9(6) VALUE 0.
       01  WS-EDIT-BUDGET              PIC +9(11).99.
       01  WS-EDIT-ACTUAL              PIC +9(11).99.
       01  WS-EDIT-VARIANCE            PIC +9(11).99.
       01  WS-EDIT-AMOUNT              PIC +9(11).99.
       01  WS-EDIT-PCT                 PIC ZZZZ9.9.
       01  WS-CALLOUT                  PIC X(20) VALUE SPACES.
       01  WS-BUD-IX                   PIC 9(4) VALUE 0.
       01  WS-BUD-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-BUD-TABLE.
           05  WS-BUD-COUNT            PIC 9(4) VALUE 0.
           05  WS-BUD-ENTRY OCCURS 1000 TIMES.
               10  WS-BUD-TBL-ACCOUNT  PIC X(6).
               10  WS-BUD-TBL-BUDGET   PIC 9(11)V99.
               10  WS-BUD-TBL-ACTUAL   PIC S9(11)V99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "Month to report (YYYYMM, blank=current): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTH.
           IF WS-MONTH = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-MONTH
           END-IF.
           IF WS-MONTH NOT NUMERIC
               DISPLAY "Month must be keyed as YYYYMM"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-MONTH-START-DATE.
           STRING WS-MONTH "01"
               DELIMITED BY SIZE INTO WS-MONTH-START-DATE.

           PERFORM 1000-LOAD-BUDGETS.
           IF WS-BUD-COUNT = 0
               DISPLAY "No budgets on BUDGMST.MST for " WS-MONTH
                   " - key them through AcctMnt"
               GOBACK
           END-IF.
           PERFORM 2000-ADD-UP-ACTUALS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 3000-WRITE-HEADER.
           PERFORM VARYING WS-BUD-IX FROM 1 BY 1
               UNTIL WS-BUD-IX > WS-BUD-COUNT
               PERFORM 3100-WRITE-ACCOUNT-LINE
           END-PERFORM.
           PERFORM 3200-WRITE-TOTALS.
           PERFORM 4000-LIST-FLAGGED-POSTINGS.
           CLOSE REPORT-FILE.

           DISPLAY "BudgRpt complete - " WS-BUD-COUNT " account(s), "
               WS-WARN-COUNT " nearing budget, " WS-OVER-COUNT
               " over budget".
           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO BUDG-KEY
               START BUDGET-FILE KEY >= BUDG-KEY
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ BUDGET-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BUDG-MONTH = WS-MONTH
                               AND WS-BUD-COUNT < 1000
                               ADD 1 TO WS-BUD-COUNT
                               MOVE BUDG-ACCT-CODE TO
                                   WS-BUD-TBL-ACCOUNT(WS-BUD-COUNT)
                               MOVE BUDG-AMOUNT TO
                                   WS-BUD-TBL-BUDGET(WS-BUD-COUNT)
                               MOVE 0 TO
                                   WS-BUD-TBL-ACTUAL(WS-BUD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       2000-ADD-UP-ACTUALS.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST not found - actuals shown as zero"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-MONTH-START-DATE TO RES-RUN-DATE
               MOVE 0 TO RES-SEQUENCE
               START RESULT-FILE KEY >= RES-KEY
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESULT-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RES-RUN-DATE(1:6) NOT = WS-MONTH
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM 2100-ADD-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

       2100-ADD-ONE-POSTING.
           MOVE 0 TO WS-BUD-FOUND-IX.
           PERFORM VARYING WS-BUD-IX FROM 1 BY 1
               UNTIL WS-BUD-IX > WS-BUD-COUNT OR WS-BUD-FOUND-IX > 0
               IF WS-BUD-TBL-ACCOUNT(WS-BUD-IX) = RES-ACCOUNT-CODE
                   MOVE WS-BUD-IX TO WS-BUD-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-BUD-FOUND-IX > 0
               COMPUTE WS-BUD-TBL-ACTUAL(WS-BUD-FOUND-IX) =
                   WS-BUD-TBL-ACTUAL(WS-BUD-FOUND-IX)
                   + FUNCTION NUMVAL(RES-RESULT)
           END-IF.

       3000-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "BUDGET VS ACTUAL - MONTH TO DATE " WS-MONTH
               " - run " WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCT          BUDGET          ACTUAL        "
               "VARIANCE   %USED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      *    Percent used is actual over budget. A zero budget with
      *    any spend against it is over budget by definition.
      ******************************************************************
       3100-WRITE-ACCOUNT-LINE.
           MOVE WS-BUD-TBL-ACTUAL(WS-BUD-IX) TO WS-ACTUAL.
           COMPUTE WS-VARIANCE =
               WS-BUD-TBL-BUDGET(WS-BUD-IX) - WS-ACTUAL.
           MOVE SPACES TO WS-CALLOUT.
           IF WS-BUD-TBL-BUDGET(WS-BUD-IX) = 0
               MOVE 0 TO WS-PCT-USED
               IF WS-ACTUAL > 0
                   MOVE "** OVER BUDGET **" TO WS-CALLOUT
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           ELSE
               IF WS-ACTUAL < 0
                   MOVE 0 TO WS-PCT-USED
               ELSE
                   COMPUTE WS-PCT-USED ROUNDED = WS-ACTUAL * 100
                       / WS-BUD-TBL-BUDGET(WS-BUD-IX)
                       ON SIZE ERROR MOVE 99999.9 TO WS-PCT-USED
                   END-COMPUTE
               END-IF
               EVALUATE TRUE
                   WHEN WS-PCT-USED > 100
                       MOVE "** OVER BUDGET **" TO WS-CALLOUT
                       ADD 1 TO WS-OVER-COUNT
                   WHEN WS-PCT-USED > CFG-BUDGET-WARN-PCT
                       MOVE "* NEARING BUDGET *" TO WS-CALLOUT
                       ADD 1 TO WS-WARN-COUNT
               END-EVALUATE
           END-IF.
           ADD WS-BUD-TBL-BUDGET(WS-BUD-IX) TO WS-TOTAL-BUDGET.
           ADD WS-ACTUAL TO WS-TOTAL-ACTUAL.
           ADD WS-VARIANCE TO WS-TOTAL-VARIANCE.
           MOVE WS-BUD-TBL-BUDGET(WS-BUD-IX) TO WS-EDIT-BUDGET.
           MOVE WS-ACTUAL TO WS-EDIT-ACTUAL.
           MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
           MOVE WS-PCT-USED TO WS-EDIT-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-BUD-TBL-ACCOUNT(WS-BUD-IX) " "
               WS-EDIT-BUDGET " " WS-EDIT-ACTUAL " "
               WS-EDIT-VARIANCE " " WS-EDIT-PCT "  " WS-CALLOUT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-BUDGET TO WS-EDIT-BUDGET.
           MOVE WS-TOTAL-ACTUAL TO WS-EDIT-ACTUAL.
           MOVE WS-TOTAL-VARIANCE TO WS-EDIT-VARIANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL  " WS-EDIT-BUDGET " " WS-EDIT-ACTUAL " "
               WS-EDIT-VARIANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS=" WS-BUD-COUNT
               " NEARING BUDGET (OVER " CFG-BUDGET-WARN-PCT "%)="
               WS-WARN-COUNT " OVER BUDGET=" WS-OVER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-LIST-FLAGGED-POSTINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTINGS FLAGGED OVER BUDGET BY BEN-COBOL THIS "
               "MONTH"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT BUDGET-FLAG-FILE.
           IF WS-BFLG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BUDGET-FLAG-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BFLG-RUN-DATE(1:6) = WS-MONTH
                               PERFORM 4100-WRITE-FLAG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FLAG-FILE
           END-IF.
           IF WS-FLAG-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-WRITE-FLAG-LINE.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE BFLG-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE BFLG-ACTUAL TO WS-EDIT-ACTUAL.
           MOVE BFLG-BUDGET TO WS-EDIT-BUDGET.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " BFLG-RUN-DATE " " BFLG-ACCT-CODE " "
               BFLG-REFERENCE " OP=" BFLG-OPERATOR-ID
               " AMT=" WS-EDIT-AMOUNT " TOOK MONTH TO "
               WS-EDIT-ACTUAL " / " WS-EDIT-BUDGET
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
