       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnomRpt.

      ******************************************************************
      *    AnomRpt - posting anomaly and velocity exception report.
      *    Ben-COBOL holds a posting over the operator's limit but
      *    has no idea what is normal for the account. This report
      *    reads the window's postings on RESMAST.MST against the
      *    trailing history on the same master and lists, for
      *    audit to review:
      *      1. postings far above the account's average posting;
      *      2. accounts posted to unusually often in the window;
      *      3. operators keying round amounts, or the same amount,
      *         over and over in the window.
      *    Every threshold is a CFG-ANOM- value on BATCHCFG. The
      *    report is ANOMRPT.OUT, and the exception counts are
      *    appended to ANOMTOT.DAT for WindowSum. Details the
      *    window generates for itself (CFG-BATCH-OPERATOR) repeat
      *    by design and are left out of the operator check.
      *    RETURN-CODE 4 when anything is listed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT ANOMALY-TOTAL-FILE ASSIGN TO "ANOMTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTO-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ANOMRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY RESREC.
       FD  ANOMALY-TOTAL-FILE.
       COPY ANOMTORC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY BATCHCFG.

       01  WS-RESULT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-ANTO-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-WINDOW-DATE              PIC X(8) VALUE SPACES.
       01  WS-TRAIL-START-DATE         PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-LAST-TRAIL-DATE          PIC X(8) VALUE SPACES.
       01  WS-TRAIL-WINDOWS            PIC 9(5) VALUE 0.
       01  WS-AMOUNT                   PIC S9(11)V99 VALUE 0.
       01  WS-ABS-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-AVERAGE                  PIC 9(11)V99 VALUE 0.
       01  WS-AVG-PER-WINDOW           PIC 9(7)V99 VALUE 0.
       01  WS-WHOLE-UNITS              PIC 9(11) VALUE 0.
       01  WS-UNIT-REMAINDER           PIC 9(11)V99 VALUE 0.
       01  WS-LARGE-COUNT              PIC 9(6) VALUE 0.
       01  WS-VELOCITY-COUNT           PIC 9(6) VALUE 0.
       01  WS-REPEAT-COUNT             PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(6) VALUE 0.
       01  WS-SECTION-COUNT            PIC 9(6) VALUE 0.
       01  WS-EDIT-AMOUNT              PIC +9(11).99.
       01  WS-EDIT-AVERAGE             PIC Z(10)9.99.
       01  WS-EDIT-PER-WINDOW          PIC Z(6)9.99.
       01  WS-EDIT-COUNT               PIC ZZZZ9.
       01  WS-LOOKUP-ACCOUNT           PIC X(6) VALUE SPACES.
       01  WS-ACC-IX                   PIC 9(4) VALUE 0.
       01  WS-ACC-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-COUNT            PIC 9(4) VALUE 0.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-CODE         PIC X(6).
               10  WS-ACC-TRAIL-COUNT  PIC 9(7).
               10  WS-ACC-TRAIL-SUM    PIC 9(13)V99.
               10  WS-ACC-TONIGHT      PIC 9(5).
       01  WS-PST-IX                   PIC 9(4) VALUE 0.
       01  WS-PST-TABLE.
           05  WS-PST-COUNT            PIC 9(4) VALUE 0.
           05  WS-PST-ENTRY OCCURS 5000 TIMES.
               10  WS-PST-ACCOUNT      PIC X(6).
               10  WS-PST-REFERENCE    PIC X(12).
               10  WS-PST-OPERATOR     PIC X(8).
               10  WS-PST-AMOUNT       PIC S9(11)V99.
               10  WS-PST-ROUND        PIC X.
      ******************************************************************
      *    One entry per operator and amount keyed in the window;
      *    round amounts are also counted per operator regardless
      *    of value, under WS-RND-.
      ******************************************************************
       01  WS-REP-IX                   PIC 9(4) VALUE 0.
       01  WS-REP-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-REP-TABLE.
           05  WS-REP-COUNT            PIC 9(4) VALUE 0.
           05  WS-REP-ENTRY OCCURS 5000 TIMES.
               10  WS-REP-OPERATOR     PIC X(8).
               10  WS-REP-AMOUNT       PIC S9(11)V99.
               10  WS-REP-TIMES        PIC 9(5).
       01  WS-RND-IX                   PIC 9(4) VALUE 0.
       01  WS-RND-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-RND-TABLE.
           05  WS-RND-COUNT            PIC 9(4) VALUE 0.
           05  WS-RND-ENTRY OCCURS 500 TIMES.
               10  WS-RND-OPERATOR     PIC X(8).
               10  WS-RND-TIMES        PIC 9(5).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "Window date to review (YYYYMMDD, blank=today): "
               WITH NO ADVANCING.
           ACCEPT WS-WINDOW-DATE.
           IF WS-WINDOW-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-WINDOW-DATE
           END-IF.
           IF WS-WINDOW-DATE NOT NUMERIC
               DISPLAY "Date must be keyed as YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-WINDOW-DATE))
               - CFG-ANOM-TRAIL-DAYS).
           MOVE WS-DATE-NUM TO WS-TRAIL-START-DATE.

           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST not found - nothing to review"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TRAIL-START-DATE TO RES-RUN-DATE.
           MOVE 0 TO RES-SEQUENCE.
           START RESULT-FILE KEY >= RES-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ RESULT-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RES-RUN-DATE > WS-WINDOW-DATE
                               SET WS-END-OF-FILE TO TRUE
                           WHEN RES-RUN-DATE = WS-WINDOW-DATE
                               PERFORM 1200-ADD-WINDOW-POSTING
                           WHEN OTHER
                               PERFORM 1100-ADD-TRAIL-POSTING
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RESULT-FILE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-HEADER.
           PERFORM 3000-LIST-LARGE-POSTINGS.
           PERFORM 4000-LIST-BUSY-ACCOUNTS.
           PERFORM 5000-LIST-OPERATOR-REPEATS.
           COMPUTE WS-EXCEPTION-COUNT = WS-LARGE-COUNT
               + WS-VELOCITY-COUNT + WS-REPEAT-COUNT.
           PERFORM 6000-WRITE-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM 7000-APPEND-ANOMALY-TOTAL.

           DISPLAY "AnomRpt " WS-WINDOW-DATE " - " WS-EXCEPTION-COUNT
               " exception(s): large " WS-LARGE-COUNT
               ", velocity " WS-VELOCITY-COUNT
               ", repeats " WS-REPEAT-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-FIND-ACCOUNT.
           MOVE 0 TO WS-ACC-FOUND-IX.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT OR WS-ACC-FOUND-IX > 0
               IF WS-ACC-CODE(WS-ACC-IX) = WS-LOOKUP-ACCOUNT
                   MOVE WS-ACC-IX TO WS-ACC-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-ACC-FOUND-IX = 0 AND WS-ACC-COUNT < 2000
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-ACC-COUNT TO WS-ACC-FOUND-IX
               MOVE WS-LOOKUP-ACCOUNT TO WS-ACC-CODE(WS-ACC-COUNT)
               MOVE 0 TO WS-ACC-TRAIL-COUNT(WS-ACC-COUNT)
               MOVE 0 TO WS-ACC-TRAIL-SUM(WS-ACC-COUNT)
               MOVE 0 TO WS-ACC-TONIGHT(WS-ACC-COUNT)
           END-IF.

      ******************************************************************
      *    Amounts are averaged by size, ignoring sign, so a run of
      *    refunds does not drag an account's average to nothing.
      *    Windows are counted across all accounts: a window with
      *    no posting to an account still counts towards that
      *    account's average per window.
      ******************************************************************
       1100-ADD-TRAIL-POSTING.
           IF RES-RUN-DATE NOT = WS-LAST-TRAIL-DATE
               ADD 1 TO WS-TRAIL-WINDOWS
               MOVE RES-RUN-DATE TO WS-LAST-TRAIL-DATE
           END-IF.
           MOVE RES-ACCOUNT-CODE TO WS-LOOKUP-ACCOUNT.
           PERFORM 1000-FIND-ACCOUNT.
           IF WS-ACC-FOUND-IX > 0
               COMPUTE WS-ABS-AMOUNT =
                   FUNCTION ABS(FUNCTION NUMVAL(RES-RESULT))
               ADD 1 TO WS-ACC-TRAIL-COUNT(WS-ACC-FOUND-IX)
               ADD WS-ABS-AMOUNT TO WS-ACC-TRAIL-SUM(WS-ACC-FOUND-IX)
           END-IF.

       1200-ADD-WINDOW-POSTING.
           MOVE RES-ACCOUNT-CODE TO WS-LOOKUP-ACCOUNT.
           PERFORM 1000-FIND-ACCOUNT.
           IF WS-ACC-FOUND-IX > 0
               ADD 1 TO WS-ACC-TONIGHT(WS-ACC-FOUND-IX)
           END-IF.
           IF WS-PST-COUNT < 5000
               ADD 1 TO WS-PST-COUNT
               MOVE RES-ACCOUNT-CODE TO WS-PST-ACCOUNT(WS-PST-COUNT)
               MOVE RES-REFERENCE TO WS-PST-REFERENCE(WS-PST-COUNT)
               MOVE RES-OPERATOR-ID TO WS-PST-OPERATOR(WS-PST-COUNT)
               COMPUTE WS-PST-AMOUNT(WS-PST-COUNT) =
                   FUNCTION NUMVAL(RES-RESULT)
               MOVE "N" TO WS-PST-ROUND(WS-PST-COUNT)
      *    The tax row of a split posting was not keyed by anyone;
      *    the operator's keying shows on the net row.
               IF RES-OPERATOR-ID NOT = CFG-BATCH-OPERATOR
                   AND NOT RES-TAX-PORTION
                   PERFORM 1300-TALLY-OPERATOR-AMOUNT
               END-IF
           END-IF.

       1300-TALLY-OPERATOR-AMOUNT.
           MOVE 0 TO WS-REP-FOUND-IX.
           PERFORM VARYING WS-REP-IX FROM 1 BY 1
               UNTIL WS-REP-IX > WS-REP-COUNT OR WS-REP-FOUND-IX > 0
               IF WS-REP-OPERATOR(WS-REP-IX) = RES-OPERATOR-ID
                   AND WS-REP-AMOUNT(WS-REP-IX)
                       = WS-PST-AMOUNT(WS-PST-COUNT)
                   MOVE WS-REP-IX TO WS-REP-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-REP-FOUND-IX > 0
               ADD 1 TO WS-REP-TIMES(WS-REP-FOUND-IX)
           ELSE
               IF WS-REP-COUNT < 5000
                   ADD 1 TO WS-REP-COUNT
                   MOVE RES-OPERATOR-ID
                       TO WS-REP-OPERATOR(WS-REP-COUNT)
                   MOVE WS-PST-AMOUNT(WS-PST-COUNT)
                       TO WS-REP-AMOUNT(WS-REP-COUNT)
                   MOVE 1 TO WS-REP-TIMES(WS-REP-COUNT)
               END-IF
           END-IF.
           COMPUTE WS-ABS-AMOUNT =
               FUNCTION ABS(WS-PST-AMOUNT(WS-PST-COUNT)).
           IF CFG-ANOM-ROUND-UNIT > 0
               AND WS-ABS-AMOUNT NOT < CFG-ANOM-ROUND-UNIT
               DIVIDE WS-ABS-AMOUNT BY CFG-ANOM-ROUND-UNIT
                   GIVING WS-WHOLE-UNITS
                   REMAINDER WS-UNIT-REMAINDER
               IF WS-UNIT-REMAINDER = 0
                   MOVE "Y" TO WS-PST-ROUND(WS-PST-COUNT)
                   PERFORM 1310-TALLY-ROUND-AMOUNT
               END-IF
           END-IF.

       1310-TALLY-ROUND-AMOUNT.
           MOVE 0 TO WS-RND-FOUND-IX.
           PERFORM VARYING WS-RND-IX FROM 1 BY 1
               UNTIL WS-RND-IX > WS-RND-COUNT OR WS-RND-FOUND-IX > 0
               IF WS-RND-OPERATOR(WS-RND-IX) = RES-OPERATOR-ID
                   MOVE WS-RND-IX TO WS-RND-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-RND-FOUND-IX > 0
               ADD 1 TO WS-RND-TIMES(WS-RND-FOUND-IX)
           ELSE
               IF WS-RND-COUNT < 500
                   ADD 1 TO WS-RND-COUNT
                   MOVE RES-OPERATOR-ID
                       TO WS-RND-OPERATOR(WS-RND-COUNT)
                   MOVE 1 TO WS-RND-TIMES(WS-RND-COUNT)
               END-IF
           END-IF.

       2000-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTING ANOMALY EXCEPTIONS - WINDOW " WS-WINDOW-DATE
               " AGAINST HISTORY FROM " WS-TRAIL-START-DATE
               " - run " WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WINDOW POSTINGS=" WS-PST-COUNT
               " HISTORY WINDOWS=" WS-TRAIL-WINDOWS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       2100-START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-WRITE-NONE.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3000-LIST-LARGE-POSTINGS.
           PERFORM 2100-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "1. POSTINGS MORE THAN " CFG-ANOM-AMOUNT-MULT
               " TIMES THE ACCOUNT'S AVERAGE POSTING"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               PERFORM 3100-CHECK-ONE-AMOUNT
           END-PERFORM.
           PERFORM 2200-WRITE-NONE.

       3100-CHECK-ONE-AMOUNT.
           MOVE WS-PST-ACCOUNT(WS-PST-IX) TO WS-LOOKUP-ACCOUNT.
           PERFORM 1000-FIND-ACCOUNT.
           IF WS-ACC-FOUND-IX > 0
               IF WS-ACC-TRAIL-COUNT(WS-ACC-FOUND-IX) > 0
                   AND WS-ACC-TRAIL-COUNT(WS-ACC-FOUND-IX)
                       NOT < CFG-ANOM-MIN-HISTORY
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-ACC-TRAIL-SUM(WS-ACC-FOUND-IX)
                       / WS-ACC-TRAIL-COUNT(WS-ACC-FOUND-IX)
                   COMPUTE WS-ABS-AMOUNT =
                       FUNCTION ABS(WS-PST-AMOUNT(WS-PST-IX))
                   IF WS-ABS-AMOUNT > WS-AVERAGE * CFG-ANOM-AMOUNT-MULT
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-LARGE-COUNT
                       MOVE WS-PST-AMOUNT(WS-PST-IX) TO WS-EDIT-AMOUNT
                       MOVE WS-AVERAGE TO WS-EDIT-AVERAGE
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " WS-PST-ACCOUNT(WS-PST-IX) " "
                           WS-PST-REFERENCE(WS-PST-IX) " OP "
                           WS-PST-OPERATOR(WS-PST-IX) " "
                           WS-EDIT-AMOUNT " AVERAGE " WS-EDIT-AVERAGE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    An account with no history at all is only called out on
      *    the minimum count - there is no average to compare with.
      ******************************************************************
       4000-LIST-BUSY-ACCOUNTS.
           PERFORM 2100-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "2. ACCOUNTS WITH " CFG-ANOM-MIN-COUNT
               "+ POSTINGS AND MORE THAN " CFG-ANOM-COUNT-MULT
               " TIMES THEIR AVERAGE PER WINDOW"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
               IF WS-ACC-TONIGHT(WS-ACC-IX) NOT < CFG-ANOM-MIN-COUNT
                   PERFORM 4100-CHECK-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           PERFORM 2200-WRITE-NONE.

       4100-CHECK-ONE-ACCOUNT.
           IF WS-TRAIL-WINDOWS > 0
               COMPUTE WS-AVG-PER-WINDOW ROUNDED =
                   WS-ACC-TRAIL-COUNT(WS-ACC-IX) / WS-TRAIL-WINDOWS
           ELSE
               MOVE 0 TO WS-AVG-PER-WINDOW
           END-IF.
           IF WS-ACC-TONIGHT(WS-ACC-IX)
               > WS-AVG-PER-WINDOW * CFG-ANOM-COUNT-MULT
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-VELOCITY-COUNT
               MOVE WS-ACC-TONIGHT(WS-ACC-IX) TO WS-EDIT-COUNT
               MOVE WS-AVG-PER-WINDOW TO WS-EDIT-PER-WINDOW
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-ACC-CODE(WS-ACC-IX) " POSTINGS "
                   WS-EDIT-COUNT " AVERAGE PER WINDOW "
                   WS-EDIT-PER-WINDOW
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5000-LIST-OPERATOR-REPEATS.
           PERFORM 2100-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "3. OPERATORS WITH " CFG-ANOM-REPEAT-COUNT
               "+ ROUND-AMOUNT (MULTIPLES OF " CFG-ANOM-ROUND-UNIT
               ") OR SAME-AMOUNT POSTINGS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RND-IX FROM 1 BY 1
               UNTIL WS-RND-IX > WS-RND-COUNT
               IF WS-RND-TIMES(WS-RND-IX) NOT < CFG-ANOM-REPEAT-COUNT
                   PERFORM 5100-LIST-ROUND-AMOUNTS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-REP-IX FROM 1 BY 1
               UNTIL WS-REP-IX > WS-REP-COUNT
               IF WS-REP-TIMES(WS-REP-IX) NOT < CFG-ANOM-REPEAT-COUNT
                   PERFORM 5200-LIST-SAME-AMOUNTS
               END-IF
           END-PERFORM.
           PERFORM 2200-WRITE-NONE.

       5100-LIST-ROUND-AMOUNTS.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-REPEAT-COUNT.
           MOVE WS-RND-TIMES(WS-RND-IX) TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OP " WS-RND-OPERATOR(WS-RND-IX) " KEYED "
               WS-EDIT-COUNT " ROUND AMOUNTS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               IF WS-PST-OPERATOR(WS-PST-IX)
                   = WS-RND-OPERATOR(WS-RND-IX)
                   AND WS-PST-ROUND(WS-PST-IX) = "Y"
                   PERFORM 5300-WRITE-POSTING-LINE
               END-IF
           END-PERFORM.

       5200-LIST-SAME-AMOUNTS.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-REPEAT-COUNT.
           MOVE WS-REP-TIMES(WS-REP-IX) TO WS-EDIT-COUNT.
           MOVE WS-REP-AMOUNT(WS-REP-IX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OP " WS-REP-OPERATOR(WS-REP-IX) " KEYED "
               WS-EDIT-AMOUNT " " WS-EDIT-COUNT " TIMES"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               IF WS-PST-OPERATOR(WS-PST-IX)
                   = WS-REP-OPERATOR(WS-REP-IX)
                   AND WS-PST-AMOUNT(WS-PST-IX)
                       = WS-REP-AMOUNT(WS-REP-IX)
                   PERFORM 5300-WRITE-POSTING-LINE
               END-IF
           END-PERFORM.

       5300-WRITE-POSTING-LINE.
           MOVE WS-PST-AMOUNT(WS-PST-IX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "      " WS-PST-ACCOUNT(WS-PST-IX) " "
               WS-PST-REFERENCE(WS-PST-IX) " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       6000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXCEPTIONS=" WS-EXCEPTION-COUNT
               " LARGE=" WS-LARGE-COUNT
               " VELOCITY=" WS-VELOCITY-COUNT
               " REPEATS=" WS-REPEAT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       7000-APPEND-ANOMALY-TOTAL.
           OPEN EXTEND ANOMALY-TOTAL-FILE.
           IF WS-ANTO-FILE-STATUS = "35"
               OPEN OUTPUT ANOMALY-TOTAL-FILE
           END-IF.
           MOVE WS-WINDOW-DATE TO ANTO-RUN-DATE.
           MOVE WS-EXCEPTION-COUNT TO ANTO-EXCEPTION-COUNT.
           MOVE WS-LARGE-COUNT TO ANTO-LARGE-COUNT.
           MOVE WS-VELOCITY-COUNT TO ANTO-VELOCITY-COUNT.
           MOVE WS-REPEAT-COUNT TO ANTO-REPEAT-COUNT.
           WRITE ANOMALY-TOTAL-RECORD.
           CLOSE ANOMALY-TOTAL-FILE.
