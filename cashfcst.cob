       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashFcst.

      ******************************************************************
      *    CashFcst - forward cash-position forecast by account.
      *    Starts from each account's BALMST.MST closing balance and
      *    steps forward a day at a time for 90 calendar days. On
      *    each business day in BUSCAL.DAT (a day not on the
      *    calendar counts as a business day, as in WhseRel) every
      *    BENWHSE.DAT item whose value date has arrived is applied
      *    the way WhseRel releases it and Ben-COBOL posts it that
      *    night: converted at the latest rate on EXCHRATE.DAT and,
      *    on a taxable account, split into net and tax with the tax
      *    going to the code's liability account. A monthly standing
      *    order is carried forward a month at a time across the
      *    whole horizon, with WhseRel's month-end day clamp. Items
      *    held on BENPEND.DAT for approval are not in the
      *    projection; they are totalled into a separate "if
      *    approved" column beside the 90-day figure.
      *    CASHFCST.OUT shows each account's balance now and at 30,
      *    60 and 90 days. An account projected to go below zero on
      *    any day is flagged with the first day it does, and one
      *    that only goes negative if its approvals are released is
      *    flagged as such. RETURN-CODE 4 when any account is
      *    flagged.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCT-CODE
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT WHSE-FILE ASSIGN TO "BENWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "BENPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TAX-FILE ASSIGN TO "TAXMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASHFCST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       COPY BALREC.
       FD  WHSE-FILE.
       COPY WHSEREC.
       FD  APPROVAL-FILE.
       COPY APPRREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  RATE-FILE.
       COPY RATEREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  TAX-FILE.
       COPY TAXREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY CURRCFG.
       COPY TRANREC.

       01  WS-BALANCE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-WHSE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-APPROVAL-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-CAL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RATE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TAX-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-ACCT-OPEN-FLAG           PIC X VALUE "N".
           88  WS-ACCT-OPEN            VALUE "Y".
       01  WS-TAX-OPEN-FLAG            PIC X VALUE "N".
           88  WS-TAX-OPEN             VALUE "Y".
       01  WS-PRICED-FLAG              PIC X VALUE "N".
           88  WS-PRICED               VALUE "Y".
       01  WS-BUSINESS-FLAG            PIC X VALUE "Y".
           88  WS-BUSINESS-DAY         VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-YYYYMMDD           PIC X(8).
       01  WS-TODAY-INT                PIC 9(8) VALUE 0.
       01  WS-DAY-NUM                  PIC 9(8) VALUE 0.
       01  WS-DAY-DATE                 PIC X(8) VALUE SPACES.
       01  WS-HORIZON-DATE             PIC X(8) VALUE SPACES.
       01  WS-DAY-OFFSET               PIC 9(3) VALUE 0.
       01  WS-HORIZON-DAYS             PIC 9(3) VALUE 90.
       01  WS-GROSS                    PIC S9(9)V99 VALUE 0.
       01  WS-NET                      PIC S9(9)V99 VALUE 0.
       01  WS-TAX                      PIC S9(9)V99 VALUE 0.
       01  WS-NUM-1                    PIC S9(7)V99 VALUE 0.
       01  WS-NUM-2                    PIC S9(7)V99 VALUE 0.
       01  WS-RATE-USED                PIC 9(3)V9(6) VALUE 0.
       01  WS-TAX-RATE-PCT             PIC 9(3)V9(4) VALUE 0.
       01  WS-LIABILITY-ACCT           PIC X(6) VALUE SPACES.
       01  WS-LOOKUP-ACCOUNT           PIC X(6) VALUE SPACES.
       01  WS-POST-IX                  PIC 9(4) VALUE 0.
       01  WS-POST-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-ITEM-ACC-IX              PIC 9(4) VALUE 0.
       01  WS-ITEM-LIAB-IX             PIC 9(4) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(6) VALUE 0.
       01  WS-STANDING-COUNT           PIC 9(6) VALUE 0.
       01  WS-UNPRICED-COUNT           PIC 9(6) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(6) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(6) VALUE 0.
       01  WS-IF-APPROVED              PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CURRENT              PIC S9(13)V99 VALUE 0.
       01  WS-TOT-DAY-30               PIC S9(13)V99 VALUE 0.
       01  WS-TOT-DAY-60               PIC S9(13)V99 VALUE 0.
       01  WS-TOT-DAY-90               PIC S9(13)V99 VALUE 0.
       01  WS-TOT-IF-APPROVED          PIC S9(13)V99 VALUE 0.
       01  WS-EDIT-CURRENT             PIC -(11)9.99.
       01  WS-EDIT-DAY-30              PIC -(11)9.99.
       01  WS-EDIT-DAY-60              PIC -(11)9.99.
       01  WS-EDIT-DAY-90              PIC -(11)9.99.
       01  WS-EDIT-IF-APPROVED         PIC -(11)9.99.
       01  WS-FLAG-TEXT                PIC X(24) VALUE SPACES.
       01  WS-VAL-DATE-PARTS.
           05  WS-VAL-YYYY             PIC 9(4).
           05  WS-VAL-MM               PIC 9(2).
           05  WS-VAL-DD               PIC 9(2).
       01  WS-CAL-IX                   PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT            PIC 9(4) VALUE 0.
           05  WS-CAL-ENTRY OCCURS 2000 TIMES.
               10  WS-CAL-TBL-DATE     PIC X(8).
               10  WS-CAL-TBL-BUS      PIC X.
      *    The latest rate on file for each currency; the future
      *    rate is not known, so today's is the best there is.
       01  WS-RATE-IX                  PIC 9(4) VALUE 0.
       01  WS-RATE-FOUND-IX            PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(4) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-TBL-CCY     PIC X(3).
               10  WS-RATE-TBL-DATE    PIC X(8).
               10  WS-RATE-TBL-VALUE   PIC 9(3)V9(6).
       01  WS-ACC-IX                   PIC 9(4) VALUE 0.
       01  WS-ACC-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-COUNT            PIC 9(4) VALUE 0.
           05  WS-ACC-ENTRY OCCURS 5000 TIMES.
               10  WS-ACC-CODE         PIC X(6).
               10  WS-ACC-CURRENT      PIC S9(11)V99.
               10  WS-ACC-PROJECTED    PIC S9(11)V99.
               10  WS-ACC-DAY-30       PIC S9(11)V99.
               10  WS-ACC-DAY-60       PIC S9(11)V99.
               10  WS-ACC-PENDING      PIC S9(11)V99.
               10  WS-ACC-NEG-DATE     PIC X(8).
       01  WS-ACC-OVERFLOW-FLAG        PIC X VALUE "N".
           88  WS-ACC-OVERFLOW         VALUE "Y".
      *    Each warehoused item, priced once as it is loaded; the
      *    next date is the value date, moved on a month at a time
      *    for a standing order.
       01  WS-ITM-IX                   PIC 9(4) VALUE 0.
       01  WS-ITM-TABLE.
           05  WS-ITM-COUNT            PIC 9(4) VALUE 0.
           05  WS-ITM-ENTRY OCCURS 1000 TIMES.
               10  WS-ITM-ACC-IX       PIC 9(4).
               10  WS-ITM-LIAB-IX      PIC 9(4).
               10  WS-ITM-NET          PIC S9(9)V99.
               10  WS-ITM-TAX          PIC S9(9)V99.
               10  WS-ITM-NEXT-DATE    PIC X(8).
               10  WS-ITM-MONTHLY      PIC X.
               10  WS-ITM-DONE         PIC X.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-YYYYMMDD)).
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-HORIZON-DAYS).
           MOVE WS-DAY-NUM TO WS-HORIZON-DATE.

           PERFORM 1000-LOAD-CALENDAR.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-BALANCES.
           PERFORM 1300-OPEN-LOOKUP-MASTERS.
           PERFORM 1400-LOAD-WAREHOUSE.
           PERFORM 1500-LOAD-PENDING.
           IF WS-ACCT-OPEN
               CLOSE ACCT-FILE
           END-IF.
           IF WS-TAX-OPEN
               CLOSE TAX-FILE
           END-IF.

           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
               MOVE WS-ACC-CURRENT(WS-ACC-IX)
                   TO WS-ACC-PROJECTED(WS-ACC-IX)
               IF WS-ACC-CURRENT(WS-ACC-IX) < 0
                   MOVE WS-TODAY-YYYYMMDD TO WS-ACC-NEG-DATE(WS-ACC-IX)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
               UNTIL WS-DAY-OFFSET > WS-HORIZON-DAYS
               PERFORM 2000-PROJECT-DAY
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 3000-WRITE-REPORT-HEADER.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
               PERFORM 3100-WRITE-ACCOUNT-LINE
           END-PERFORM.
           PERFORM 3200-WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "CashFcst - " WS-ACC-COUNT " account(s) projected "
               "to " WS-HORIZON-DATE ", " WS-FLAGGED-COUNT
               " flagged negative - see CASHFCST.OUT".
           IF WS-UNPRICED-COUNT > 0
               DISPLAY WS-UNPRICED-COUNT " item(s) in a currency "
                   "with no rate on EXCHRATE.DAT left out"
           END-IF.
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ACC-OVERFLOW
               DISPLAY "More than 5000 accounts - the forecast is "
                   "incomplete"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "BUSCAL.DAT is missing or unreadable - every "
                   "day is treated as a business day"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ CAL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CAL-DATE > WS-TODAY-YYYYMMDD
                               AND CAL-DATE NOT > WS-HORIZON-DATE
                               AND WS-CAL-COUNT < 2000
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CAL-DATE
                                   TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
                               MOVE CAL-BUSINESS-DAY
                                   TO WS-CAL-TBL-BUS(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.

       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "EXCHRATE.DAT not found - only house currency "
                   "items can be projected"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RATE-DATE NOT > WS-TODAY-YYYYMMDD
                               PERFORM 1110-KEEP-LATEST-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       1110-KEEP-LATEST-RATE.
           MOVE 0 TO WS-RATE-FOUND-IX.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT
                   OR WS-RATE-FOUND-IX > 0
               IF WS-RATE-TBL-CCY(WS-RATE-IX) = RATE-CURRENCY
                   MOVE WS-RATE-IX TO WS-RATE-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND-IX = 0 AND WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RATE-COUNT TO WS-RATE-FOUND-IX
               MOVE RATE-CURRENCY TO WS-RATE-TBL-CCY(WS-RATE-COUNT)
               MOVE SPACES TO WS-RATE-TBL-DATE(WS-RATE-COUNT)
           END-IF.
           IF WS-RATE-FOUND-IX > 0
               IF RATE-DATE NOT < WS-RATE-TBL-DATE(WS-RATE-FOUND-IX)
                   MOVE RATE-DATE TO WS-RATE-TBL-DATE(WS-RATE-FOUND-IX)
                   MOVE RATE-TO-HOUSE
                       TO WS-RATE-TBL-VALUE(WS-RATE-FOUND-IX)
               END-IF
           END-IF.

       1200-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "BALMST.MST is missing or unreadable - status "
                   WS-BALANCE-FILE-STATUS " - nothing to forecast"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO BAL-ACCT-CODE.
           START BALANCE-FILE KEY >= BAL-ACCT-CODE
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ BALANCE-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE BAL-ACCT-CODE TO WS-LOOKUP-ACCOUNT
                       PERFORM 1610-FIND-ACCOUNT
                       IF WS-ACC-FOUND-IX > 0
                           MOVE BAL-CLOSE-BALANCE
                               TO WS-ACC-CURRENT(WS-ACC-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.

       1300-OPEN-LOOKUP-MASTERS.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = "00"
               SET WS-ACCT-OPEN TO TRUE
           ELSE
               DISPLAY "ACCTMAST.MST unreadable - items are projected "
                   "gross, without the tax split"
           END-IF.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = "00"
               SET WS-TAX-OPEN TO TRUE
           END-IF.

       1400-LOAD-WAREHOUSE.
           OPEN INPUT WHSE-FILE.
           IF WS-WHSE-FILE-STATUS NOT = "00"
               DISPLAY "BENWHSE.DAT not found - nothing warehoused"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ WHSE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE WHSE-TRAN-RECORD TO TRAN-RECORD
                           PERFORM 1600-PRICE-DETAIL
                           IF WS-PRICED
                               PERFORM 1410-STORE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WHSE-FILE
           END-IF.

       1410-STORE-ITEM.
           IF WS-ITM-COUNT < 1000
               ADD 1 TO WS-ITM-COUNT
               MOVE WS-ITEM-ACC-IX TO WS-ITM-ACC-IX(WS-ITM-COUNT)
               MOVE WS-ITEM-LIAB-IX TO WS-ITM-LIAB-IX(WS-ITM-COUNT)
               MOVE WS-NET TO WS-ITM-NET(WS-ITM-COUNT)
               MOVE WS-TAX TO WS-ITM-TAX(WS-ITM-COUNT)
               IF TRAN-VALUE-DATE IS NUMERIC
                   MOVE TRAN-VALUE-DATE
                       TO WS-ITM-NEXT-DATE(WS-ITM-COUNT)
               ELSE
                   MOVE WS-TODAY-YYYYMMDD
                       TO WS-ITM-NEXT-DATE(WS-ITM-COUNT)
               END-IF
               IF WHSE-MONTHLY
                   MOVE "Y" TO WS-ITM-MONTHLY(WS-ITM-COUNT)
               ELSE
                   MOVE "N" TO WS-ITM-MONTHLY(WS-ITM-COUNT)
               END-IF
               MOVE "N" TO WS-ITM-DONE(WS-ITM-COUNT)
           ELSE
               DISPLAY "More than 1000 warehoused items - "
                   TRAN-REFERENCE " left out of the forecast"
           END-IF.

       1500-LOAD-PENDING.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "BENPEND.DAT not found - nothing held for "
                   "approval"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ APPROVAL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE APPR-TRAN-RECORD TO TRAN-RECORD
                           PERFORM 1600-PRICE-DETAIL
                           IF WS-PRICED
                               PERFORM 1510-ADD-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       1510-ADD-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           ADD WS-NET TO WS-ACC-PENDING(WS-ITEM-ACC-IX).
           IF WS-ITEM-LIAB-IX > 0
               ADD WS-TAX TO WS-ACC-PENDING(WS-ITEM-LIAB-IX)
           END-IF.

      ******************************************************************
      *    A detail is priced the way Ben-COBOL posts it: both
      *    amounts converted to house currency and added, then split
      *    into net and tax on a taxable account. A detail in a
      *    currency with no rate would reject, so it is left out.
      ******************************************************************
       1600-PRICE-DETAIL.
           MOVE "N" TO WS-PRICED-FLAG.
           MOVE 0 TO WS-TAX.
           MOVE 0 TO WS-ITEM-LIAB-IX.
           IF TRAN-CURRENCY-CODE = SPACES
               OR TRAN-CURRENCY-CODE = CURR-CODE
               MOVE 1 TO WS-RATE-USED
               SET WS-PRICED TO TRUE
           ELSE
               PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT OR WS-PRICED
                   IF WS-RATE-TBL-CCY(WS-RATE-IX) = TRAN-CURRENCY-CODE
                       MOVE WS-RATE-TBL-VALUE(WS-RATE-IX)
                           TO WS-RATE-USED
                       SET WS-PRICED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-PRICED
               ADD 1 TO WS-UNPRICED-COUNT
           ELSE
               COMPUTE WS-NUM-1 ROUNDED = TRAN-NUM-1 * WS-RATE-USED
               COMPUTE WS-NUM-2 ROUNDED = TRAN-NUM-2 * WS-RATE-USED
               COMPUTE WS-GROSS = WS-NUM-1 + WS-NUM-2
               MOVE WS-GROSS TO WS-NET
               MOVE TRAN-ACCOUNT-CODE TO WS-LOOKUP-ACCOUNT
               PERFORM 1610-FIND-ACCOUNT
               MOVE WS-ACC-FOUND-IX TO WS-ITEM-ACC-IX
               PERFORM 1620-SPLIT-TAX
               IF WS-ITEM-ACC-IX = 0
                   MOVE "N" TO WS-PRICED-FLAG
               END-IF
           END-IF.

       1610-FIND-ACCOUNT.
           MOVE 0 TO WS-ACC-FOUND-IX.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT OR WS-ACC-FOUND-IX > 0
               IF WS-ACC-CODE(WS-ACC-IX) = WS-LOOKUP-ACCOUNT
                   MOVE WS-ACC-IX TO WS-ACC-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-ACC-FOUND-IX = 0
               IF WS-ACC-COUNT < 5000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-FOUND-IX
                   MOVE WS-LOOKUP-ACCOUNT TO WS-ACC-CODE(WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-CURRENT(WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-PROJECTED(WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-DAY-30(WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-DAY-60(WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-PENDING(WS-ACC-COUNT)
                   MOVE SPACES TO WS-ACC-NEG-DATE(WS-ACC-COUNT)
               ELSE
                   SET WS-ACC-OVERFLOW TO TRUE
               END-IF
           END-IF.

       1620-SPLIT-TAX.
           IF WS-ACCT-OPEN AND WS-TAX-OPEN
               MOVE TRAN-ACCOUNT-CODE TO ACCT-CODE
               READ ACCT-FILE
                   INVALID KEY MOVE SPACES TO ACCT-TAX-CODE
               END-READ
               IF ACCT-TAX-CODE NOT = SPACES
                   MOVE ACCT-TAX-CODE TO TAX-CODE
                   READ TAX-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 1630-COMPUTE-TAX
                   END-READ
               END-IF
           END-IF.

       1630-COMPUTE-TAX.
           MOVE TAX-RATE-PCT TO WS-TAX-RATE-PCT.
           MOVE TAX-LIABILITY-ACCT TO WS-LIABILITY-ACCT.
           IF CURR-ROUND-NEAREST
               COMPUTE WS-TAX ROUNDED =
                   WS-GROSS * WS-TAX-RATE-PCT / (100 + WS-TAX-RATE-PCT)
           ELSE
               COMPUTE WS-TAX =
                   WS-GROSS * WS-TAX-RATE-PCT / (100 + WS-TAX-RATE-PCT)
           END-IF.
           SUBTRACT WS-TAX FROM WS-GROSS GIVING WS-NET.
           MOVE WS-LIABILITY-ACCT TO WS-LOOKUP-ACCOUNT.
           PERFORM 1610-FIND-ACCOUNT.
           MOVE WS-ACC-FOUND-IX TO WS-ITEM-LIAB-IX.
           IF WS-ITEM-LIAB-IX = 0
               MOVE WS-GROSS TO WS-NET
               MOVE 0 TO WS-TAX
           END-IF.

      ******************************************************************
      *    One calendar day. Nothing moves on a non-business day -
      *    WhseRel releases nothing - so an item due on a weekend
      *    lands on the next business day. A standing order is
      *    released once a window, the same as WhseRel does it.
      ******************************************************************
       2000-PROJECT-DAY.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-DAY-OFFSET).
           MOVE WS-DAY-NUM TO WS-DAY-DATE.
           MOVE "Y" TO WS-BUSINESS-FLAG.
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > WS-CAL-COUNT
               IF WS-CAL-TBL-DATE(WS-CAL-IX) = WS-DAY-DATE
                   MOVE WS-CAL-TBL-BUS(WS-CAL-IX) TO WS-BUSINESS-FLAG
               END-IF
           END-PERFORM.
           IF WS-BUSINESS-DAY
               PERFORM VARYING WS-ITM-IX FROM 1 BY 1
                   UNTIL WS-ITM-IX > WS-ITM-COUNT
                   IF WS-ITM-DONE(WS-ITM-IX) = "N"
                       AND WS-ITM-NEXT-DATE(WS-ITM-IX)
                           NOT > WS-DAY-DATE
                       PERFORM 2100-APPLY-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DAY-OFFSET = 30 OR WS-DAY-OFFSET = 60
               PERFORM 2300-SNAPSHOT-BALANCES
           END-IF.

       2100-APPLY-ITEM.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-ITM-ACC-IX(WS-ITM-IX) TO WS-POST-IX.
           MOVE WS-ITM-NET(WS-ITM-IX) TO WS-POST-AMOUNT.
           PERFORM 2110-POST-TO-ACCOUNT.
           IF WS-ITM-LIAB-IX(WS-ITM-IX) > 0
               MOVE WS-ITM-LIAB-IX(WS-ITM-IX) TO WS-POST-IX
               MOVE WS-ITM-TAX(WS-ITM-IX) TO WS-POST-AMOUNT
               PERFORM 2110-POST-TO-ACCOUNT
           END-IF.
           IF WS-ITM-MONTHLY(WS-ITM-IX) = "Y"
               ADD 1 TO WS-STANDING-COUNT
               PERFORM 2200-ADVANCE-ONE-MONTH
           ELSE
               MOVE "Y" TO WS-ITM-DONE(WS-ITM-IX)
           END-IF.

       2110-POST-TO-ACCOUNT.
           ADD WS-POST-AMOUNT TO WS-ACC-PROJECTED(WS-POST-IX).
           IF WS-ACC-PROJECTED(WS-POST-IX) < 0
               AND WS-ACC-NEG-DATE(WS-POST-IX) = SPACES
               MOVE WS-DAY-DATE TO WS-ACC-NEG-DATE(WS-POST-IX)
           END-IF.

      *    Same month step and day clamp as WhseRel's regeneration,
      *    so a projected standing order lands where the real one
      *    will.
       2200-ADVANCE-ONE-MONTH.
           MOVE WS-ITM-NEXT-DATE(WS-ITM-IX) TO WS-VAL-DATE-PARTS.
           ADD 1 TO WS-VAL-MM.
           IF WS-VAL-MM > 12
               MOVE 1 TO WS-VAL-MM
               ADD 1 TO WS-VAL-YYYY
           END-IF.
           EVALUATE TRUE
               WHEN WS-VAL-MM = 2 AND WS-VAL-DD > 28
                   MOVE 28 TO WS-VAL-DD
               WHEN WS-VAL-DD > 30
                   AND (WS-VAL-MM = 4 OR WS-VAL-MM = 6
                       OR WS-VAL-MM = 9 OR WS-VAL-MM = 11)
                   MOVE 30 TO WS-VAL-DD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-VAL-DATE-PARTS TO WS-ITM-NEXT-DATE(WS-ITM-IX).

       2300-SNAPSHOT-BALANCES.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
               IF WS-DAY-OFFSET = 30
                   MOVE WS-ACC-PROJECTED(WS-ACC-IX)
                       TO WS-ACC-DAY-30(WS-ACC-IX)
               ELSE
                   MOVE WS-ACC-PROJECTED(WS-ACC-IX)
                       TO WS-ACC-DAY-60(WS-ACC-IX)
               END-IF
           END-PERFORM.

       3000-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASH POSITION FORECAST - " WS-TODAY-YYYYMMDD
               " THROUGH " WS-HORIZON-DATE " - PREPARED "
               WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FROM BALMST CLOSING BALANCES, WITH BENWHSE ITEMS "
               "AND STANDING ORDERS ON BUSCAL BUSINESS DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCT           CURRENT          DAY 30"
               "          DAY 60          DAY 90     IF APPROVED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-WRITE-ACCOUNT-LINE.
           COMPUTE WS-IF-APPROVED = WS-ACC-PROJECTED(WS-ACC-IX)
               + WS-ACC-PENDING(WS-ACC-IX).
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-ACC-NEG-DATE(WS-ACC-IX) NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               STRING "** NEGATIVE FROM " WS-ACC-NEG-DATE(WS-ACC-IX)
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
           ELSE
               IF WS-IF-APPROVED < 0
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE "** NEGATIVE IF APPROVED" TO WS-FLAG-TEXT
               END-IF
           END-IF.
           ADD WS-ACC-CURRENT(WS-ACC-IX) TO WS-TOT-CURRENT.
           ADD WS-ACC-DAY-30(WS-ACC-IX) TO WS-TOT-DAY-30.
           ADD WS-ACC-DAY-60(WS-ACC-IX) TO WS-TOT-DAY-60.
           ADD WS-ACC-PROJECTED(WS-ACC-IX) TO WS-TOT-DAY-90.
           ADD WS-IF-APPROVED TO WS-TOT-IF-APPROVED.
           MOVE WS-ACC-CURRENT(WS-ACC-IX) TO WS-EDIT-CURRENT.
           MOVE WS-ACC-DAY-30(WS-ACC-IX) TO WS-EDIT-DAY-30.
           MOVE WS-ACC-DAY-60(WS-ACC-IX) TO WS-EDIT-DAY-60.
           MOVE WS-ACC-PROJECTED(WS-ACC-IX) TO WS-EDIT-DAY-90.
           MOVE WS-IF-APPROVED TO WS-EDIT-IF-APPROVED.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ACC-CODE(WS-ACC-IX) " " WS-EDIT-CURRENT " "
               WS-EDIT-DAY-30 " " WS-EDIT-DAY-60 " "
               WS-EDIT-DAY-90 " " WS-EDIT-IF-APPROVED " "
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-WRITE-REPORT-TOTALS.
           MOVE WS-TOT-CURRENT TO WS-EDIT-CURRENT.
           MOVE WS-TOT-DAY-30 TO WS-EDIT-DAY-30.
           MOVE WS-TOT-DAY-60 TO WS-EDIT-DAY-60.
           MOVE WS-TOT-DAY-90 TO WS-EDIT-DAY-90.
           MOVE WS-TOT-IF-APPROVED TO WS-EDIT-IF-APPROVED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL  " WS-EDIT-CURRENT " "
               WS-EDIT-DAY-30 " " WS-EDIT-DAY-60 " "
               WS-EDIT-DAY-90 " " WS-EDIT-IF-APPROVED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEMS APPLIED=" WS-APPLIED-COUNT
               " STANDING ORDER RELEASES=" WS-STANDING-COUNT
               " HELD FOR APPROVAL=" WS-PENDING-COUNT
               " NO RATE=" WS-UNPRICED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS=" WS-ACC-COUNT
               " FLAGGED NEGATIVE=" WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
