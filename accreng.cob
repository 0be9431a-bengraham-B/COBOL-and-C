       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccrEng.

      ******************************************************************
      *    AccrEng - nightly interest and service-fee accrual.
      *    Runs after Ben-COBOL has rolled the night's postings into
      *    BALMST.MST. Every account with rates on ACCRMST.MST
      *    accrues a day's interest on its BAL-CLOSE-BALANCE for
      *    each calendar day since it was last accrued (so the
      *    weekend is picked up by Monday's window), at the debit
      *    rate when the balance is below zero and the credit rate
      *    otherwise, and the month's accrual builds up on the
      *    master. On the month-end window (PARM='4M', run when
      *    STEP010 gives RC=1) the accrual is carried to the last
      *    calendar day of the month and then posted: the interest
      *    and any flat monthly fee are written onto BENRCYC.DAT as
      *    ordinary referenced details, so Ben-COBOL validates and
      *    posts them at the top of the next window and GLExtrct
      *    journals them like anything keyed. Only whole cents are
      *    posted; the fraction stays accrued for next month. The
      *    night's register is ACCRRPT.OUT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCT-CODE
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCT-CODE
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "BENRCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCRRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-FILE.
       COPY ACCRREC.
       FD  BALANCE-FILE.
       COPY BALREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD              PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY TRANREC.
       COPY BATCHCFG.

       01  WS-ACCRUAL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RECYCLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-PARM                     PIC X(80) VALUE SPACES.
       01  WS-MONTH-END-FLAG           PIC X VALUE "N".
           88  WS-MONTH-END            VALUE "Y".
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-BAL-OPEN-FLAG            PIC X VALUE "N".
           88  WS-BAL-OPEN             VALUE "Y".
       01  WS-ACCT-OK-FLAG             PIC X VALUE "N".
           88  WS-ACCT-OK              VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-YYYYMMDD           PIC X(8).
       01  WS-RUN-MONTH                PIC X(6).
       01  WS-ACCRUE-TO-DATE           PIC X(8).
       01  WS-NEXT-MONTH-DATE.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 9(2).
           05  WS-NEXT-DD              PIC 9(2).
       01  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE
                                       PIC 9(8).
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-DAYS                     PIC S9(5) VALUE 0.
       01  WS-CLOSE-BALANCE            PIC S9(11)V99 VALUE 0.
       01  WS-RATE                     PIC 9(3)V9(4) VALUE 0.
       01  WS-DAY-ACCRUAL              PIC S9(9)V9(4) VALUE 0.
       01  WS-POST-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-NEW-REFERENCE            PIC X(12) VALUE SPACES.
       01  WS-NOTE                     PIC X(30) VALUE SPACES.
       01  WS-ACCOUNT-COUNT            PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(6) VALUE 0.
       01  WS-GENERATED-COUNT          PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACCRUAL            PIC S9(11)V9(4) VALUE 0.
       01  WS-TOTAL-POSTED             PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-BALANCE             PIC +9(11).99.
       01  WS-EDIT-RATE                PIC ZZ9.9999.
       01  WS-EDIT-DAYS                PIC ZZZZ9.
       01  WS-EDIT-ACCRUAL             PIC +9(9).9999.
       01  WS-EDIT-ACCRUED             PIC +9(9).9999.
       01  WS-EDIT-POSTED              PIC +9(11).99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-RUN-MONTH.
           MOVE WS-TODAY-YYYYMMDD TO WS-ACCRUE-TO-DATE.

           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(2:1) = "M"
               SET WS-MONTH-END TO TRUE
               PERFORM 0500-FIND-MONTH-END-DATE
               DISPLAY "AccrEng month-end run - accruing to "
                   WS-ACCRUE-TO-DATE " and posting " WS-RUN-MONTH
           END-IF.

           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRUAL-FILE-STATUS = "35"
               DISPLAY "ACCRMST.MST not found - no accounts accrue"
               GOBACK
           END-IF.
           IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               DISPLAY "ACCRMST.MST unusable - status "
                   WS-ACCRUAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST unusable - status "
                   WS-ACCT-FILE-STATUS
               CLOSE ACCRUAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS = "00"
               SET WS-BAL-OPEN TO TRUE
           ELSE
               DISPLAY "BALMST.MST not found - balances taken as zero"
           END-IF.
           IF WS-MONTH-END
               OPEN EXTEND RECYCLE-FILE
               IF WS-RECYCLE-FILE-STATUS = "35"
                   OPEN OUTPUT RECYCLE-FILE
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 1000-WRITE-HEADER.

           MOVE LOW-VALUES TO ACCR-ACCT-CODE.
           START ACCRUAL-FILE KEY >= ACCR-ACCT-CODE
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ ACCRUAL-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2000-ACCRUE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

           PERFORM 4000-WRITE-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-MONTH-END
               CLOSE RECYCLE-FILE
           END-IF.
           IF WS-BAL-OPEN
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE ACCT-FILE.
           CLOSE ACCRUAL-FILE.

           DISPLAY "AccrEng - " WS-ACCOUNT-COUNT " account(s) accrued, "
               WS-SKIPPED-COUNT " skipped, " WS-GENERATED-COUNT
               " detail(s) generated onto BENRCYC.DAT".
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " accrual(s) too large for one "
                   "detail - left accrued, see ACCRRPT.OUT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    The month-end window is the last business day, which may
      *    fall before the last calendar day; accrual is carried to
      *    the calendar month-end so the posting covers the whole
      *    month and next month's first window starts from the 1st.
      ******************************************************************
       0500-FIND-MONTH-END-DATE.
           MOVE WS-TODAY-YYYYMMDD TO WS-NEXT-MONTH-DATE.
           ADD 1 TO WS-NEXT-MM.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           MOVE 1 TO WS-NEXT-DD.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1).
           MOVE WS-DATE-NUM TO WS-ACCRUE-TO-DATE.

       1000-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MONTH-END
               STRING "ACCRUAL REGISTER - MONTH-END " WS-RUN-MONTH
                   " - ACCRUED TO " WS-ACCRUE-TO-DATE
                   " - run " WS-CURRENT-DATE-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "ACCRUAL REGISTER - ACCRUED TO "
                   WS-ACCRUE-TO-DATE " - run " WS-CURRENT-DATE-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCT    CLOSE BALANCE     RATE%  DAYS      "
               "ACCRUAL     MONTH TO DATE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-ACCRUE-ONE-ACCOUNT.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-DAY-ACCRUAL.
           MOVE 0 TO WS-DAYS.
           MOVE 0 TO WS-RATE.
           MOVE "N" TO WS-ACCT-OK-FLAG.
           MOVE ACCR-ACCT-CODE TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ACCT-ACTIVE
                       SET WS-ACCT-OK TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-ACCT-OK
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "NOT ACTIVE - NOT ACCRUED" TO WS-NOTE
               MOVE 0 TO WS-CLOSE-BALANCE
               PERFORM 3900-WRITE-ACCOUNT-LINE
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               PERFORM 2100-GET-CLOSE-BALANCE
               PERFORM 2200-ACCRUE-INTEREST
               IF WS-MONTH-END
                   AND ACCR-POSTED-MONTH NOT = WS-RUN-MONTH
                   PERFORM 3000-POST-MONTH
               END-IF
               REWRITE ACCRUAL-RECORD
               PERFORM 3900-WRITE-ACCOUNT-LINE
           END-IF.

       2100-GET-CLOSE-BALANCE.
           MOVE 0 TO WS-CLOSE-BALANCE.
           IF WS-BAL-OPEN
               MOVE ACCR-ACCT-CODE TO BAL-ACCT-CODE
               READ BALANCE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BAL-CLOSE-BALANCE TO WS-CLOSE-BALANCE
               END-READ
           END-IF.

      ******************************************************************
      *    Days are counted from the date the account was last
      *    accrued to, so a rerun of the same night accrues nothing
      *    twice. An account's first night counts as one day.
      ******************************************************************
       2200-ACCRUE-INTEREST.
           IF ACCR-ACCRUED-TO-DATE IS NUMERIC
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-ACCRUE-TO-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(ACCR-ACCRUED-TO-DATE))
           ELSE
               MOVE 1 TO WS-DAYS
           END-IF.
           IF WS-DAYS > 0
               IF WS-CLOSE-BALANCE < 0
                   MOVE ACCR-DEBIT-RATE TO WS-RATE
               ELSE
                   MOVE ACCR-CREDIT-RATE TO WS-RATE
               END-IF
               COMPUTE WS-DAY-ACCRUAL ROUNDED =
                   WS-CLOSE-BALANCE * WS-RATE / 100 * WS-DAYS / 365
                   ON SIZE ERROR
                       MOVE 0 TO WS-DAY-ACCRUAL
                       MOVE "ACCRUAL OVERFLOW - NOT ACCRUED"
                           TO WS-NOTE
               END-COMPUTE
               ADD WS-DAY-ACCRUAL TO ACCR-ACCRUED
                   ON SIZE ERROR
                       MOVE 0 TO WS-DAY-ACCRUAL
                       MOVE "ACCRUAL OVERFLOW - NOT ACCRUED"
                           TO WS-NOTE
               END-ADD
               ADD WS-DAY-ACCRUAL TO WS-TOTAL-ACCRUAL
               MOVE WS-ACCRUE-TO-DATE TO ACCR-ACCRUED-TO-DATE
           ELSE
               MOVE 0 TO WS-DAYS
               MOVE "ALREADY ACCRUED TO DATE" TO WS-NOTE
           END-IF.

      ******************************************************************
      *    Interest and fee are separate details so the journal and
      *    the statement show them apart. References are the type
      *    (AI interest, AF fee), yymm and the account, which is
      *    unique per account per month - a rerun of the month-end
      *    step is stopped by ACCR-POSTED-MONTH, and a detail that
      *    somehow got onto BENRCYC twice is stopped by Ben-COBOL's
      *    duplicate-reference check.
      ******************************************************************
       3000-POST-MONTH.
           COMPUTE WS-POST-AMOUNT = ACCR-ACCRUED.
           IF WS-POST-AMOUNT > 9999999.99
               OR WS-POST-AMOUNT < -9999999.99
               ADD 1 TO WS-HELD-COUNT
               MOVE "TOO LARGE FOR ONE DETAIL - HELD" TO WS-NOTE
           ELSE
               IF WS-POST-AMOUNT NOT = 0
                   MOVE SPACES TO WS-NEW-REFERENCE
                   STRING "AI" WS-RUN-MONTH(3:4) ACCR-ACCT-CODE
                       DELIMITED BY SIZE INTO WS-NEW-REFERENCE
                   PERFORM 3100-WRITE-GENERATED-DETAIL
                   SUBTRACT WS-POST-AMOUNT FROM ACCR-ACCRUED
               END-IF
               IF ACCR-MONTHLY-FEE > 0
                   COMPUTE WS-POST-AMOUNT = 0 - ACCR-MONTHLY-FEE
                   MOVE SPACES TO WS-NEW-REFERENCE
                   STRING "AF" WS-RUN-MONTH(3:4) ACCR-ACCT-CODE
                       DELIMITED BY SIZE INTO WS-NEW-REFERENCE
                   PERFORM 3100-WRITE-GENERATED-DETAIL
               END-IF
               MOVE WS-RUN-MONTH TO ACCR-POSTED-MONTH
               MOVE "MONTH POSTED" TO WS-NOTE
           END-IF.

       3100-WRITE-GENERATED-DETAIL.
           MOVE SPACES TO TRAN-RECORD.
           SET TRAN-TYPE-DETAIL TO TRUE.
           MOVE CFG-BATCH-OPERATOR TO TRAN-OPERATOR-ID.
           MOVE ACCR-ACCT-CODE TO TRAN-ACCOUNT-CODE.
           MOVE WS-POST-AMOUNT TO TRAN-NUM-1.
           MOVE 0 TO TRAN-NUM-2.
           MOVE WS-NEW-REFERENCE TO TRAN-REFERENCE.
           MOVE TRAN-RECORD TO RECYCLE-RECORD.
           WRITE RECYCLE-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED.
           MOVE WS-POST-AMOUNT TO WS-EDIT-POSTED.
           MOVE SPACES TO REPORT-LINE.
           STRING "        GENERATED " WS-NEW-REFERENCE " "
               WS-EDIT-POSTED " ONTO BENRCYC.DAT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       3900-WRITE-ACCOUNT-LINE.
           MOVE WS-CLOSE-BALANCE TO WS-EDIT-BALANCE.
           MOVE WS-RATE TO WS-EDIT-RATE.
           MOVE WS-DAYS TO WS-EDIT-DAYS.
           MOVE WS-DAY-ACCRUAL TO WS-EDIT-ACCRUAL.
           MOVE ACCR-ACCRUED TO WS-EDIT-ACCRUED.
           MOVE SPACES TO REPORT-LINE.
           STRING ACCR-ACCT-CODE "  " WS-EDIT-BALANCE " "
               WS-EDIT-RATE " " WS-EDIT-DAYS " " WS-EDIT-ACCRUAL " "
               WS-EDIT-ACCRUED "  " WS-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ACCRUAL TO WS-EDIT-ACCRUAL.
           MOVE WS-TOTAL-POSTED TO WS-EDIT-POSTED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS=" WS-ACCOUNT-COUNT
               " SKIPPED=" WS-SKIPPED-COUNT
               " ACCRUED TONIGHT=" WS-EDIT-ACCRUAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MONTH-END
               MOVE SPACES TO REPORT-LINE
               STRING "DETAILS GENERATED=" WS-GENERATED-COUNT
                   " TOTAL " WS-EDIT-POSTED
                   " HELD=" WS-HELD-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
