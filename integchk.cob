       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegChk.

      ******************************************************************
      *    IntegChk - cross-file integrity verification of the
      *    posting masters. The same postings are held several
      *    times over - BALMST.MST balances, RESMAST.MST postings,
      *    POSTHIST.MST references, the account and operator
      *    masters - and reversals, restarts and repairs can leave
      *    them out of step without anything failing. This checks:
      *      1. every RESMAST posting's account is on ACCTMAST.MST and
      *         its operator is on OPERMAST.MST;
      *      2. every POSTHIST reference has a RESMAST posting and
      *         every referenced RESMAST posting is on POSTHIST, on
      *         the same run date, and no reference posted twice
      *         (the tax row of a split posting shares its
      *         reference and is not a second posting);
      *      3. every account's BAL-CLOSE-BALANCE equals its
      *         opening balance plus its RESMAST postings for the
      *         window it last rolled, the window count agrees,
      *         and nothing has posted to it since that window
      *         without being rolled in.
      *    History older than the POSTHIST retention
      *    (CFG-HIST-RETENTION-DAYS) has been purged by AudArch on
      *    purpose, and rows converted from the old RESULTS.MST
      *    carry no reference, so neither is called a discrepancy.
      *    Everything out of line is listed on INTEGCHK.OUT with
      *    RETURN-CODE 4; RETURN-CODE 8 if a master cannot be read.
      *    Run weekly and in the month-end window ahead of the
      *    month being closed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "POSTHIST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REFERENCE
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCT-CODE
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
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
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT REPORT-FILE ASSIGN TO "INTEGCHK.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY RESREC.
       FD  HIST-FILE.
       COPY HISTREC.
       FD  BALANCE-FILE.
       COPY BALREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  OPER-FILE.
       COPY OPERREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-REFERENCE          PIC X(12).
           05  SORT-SOURCE             PIC X.
           05  SORT-RUN-DATE           PIC X(8).
           05  SORT-SEQUENCE           PIC 9(8).
           05  SORT-TAX-PART           PIC X.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY BATCHCFG.

       01  WS-RESULT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-HIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-SORT-EOF-FLAG            PIC X VALUE "N".
           88  WS-SORT-END-OF-FILE     VALUE "Y".
       01  WS-FIRST-FLAG               PIC X VALUE "Y".
           88  WS-FIRST-RECORD         VALUE "Y".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-YYYYMMDD        PIC X(8).
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-RETAIN-FROM-DATE         PIC X(8) VALUE SPACES.
       01  WS-FIRST-REF-DATE           PIC X(8) VALUE HIGH-VALUES.
       01  WS-AMOUNT                   PIC S9(11)V99 VALUE 0.
       01  WS-EXPECTED-CLOSE           PIC S9(13)V99 VALUE 0.
       01  WS-EDIT-AMOUNT              PIC +9(11).99.
       01  WS-EDIT-EXPECTED            PIC +9(13).99.
       01  WS-EDIT-COUNT               PIC ZZZZZ9.
       01  WS-LAST-ACCOUNT             PIC X(6) VALUE LOW-VALUES.
       01  WS-LAST-ACCT-FLAG           PIC X VALUE "N".
           88  WS-LAST-ACCT-FOUND      VALUE "Y".
       01  WS-LAST-OPERATOR            PIC X(8) VALUE LOW-VALUES.
       01  WS-LAST-OPER-FLAG           PIC X VALUE "N".
           88  WS-LAST-OPER-FOUND      VALUE "Y".
       01  WS-POSTING-COUNT            PIC 9(8) VALUE 0.
       01  WS-HISTORY-COUNT            PIC 9(8) VALUE 0.
       01  WS-ACCOUNT-ERRORS           PIC 9(6) VALUE 0.
       01  WS-OPERATOR-ERRORS          PIC 9(6) VALUE 0.
       01  WS-REFERENCE-ERRORS         PIC 9(6) VALUE 0.
       01  WS-BALANCE-ERRORS           PIC 9(6) VALUE 0.
       01  WS-DISCREPANCY-COUNT        PIC 9(6) VALUE 0.
       01  WS-PURGED-COUNT             PIC 9(6) VALUE 0.
       01  WS-UNREFERENCED-COUNT       PIC 9(6) VALUE 0.
       01  WS-DISCREPANCY-TEXT         PIC X(100) VALUE SPACES.
      ******************************************************************
      *    One reference's sorted rows are gathered here: its
      *    POSTHIST entry (sorted first, source "H") and every RESMAST
      *    row that carries it (source "R").
      ******************************************************************
       01  WS-REF-GROUP.
           05  WS-REF-REFERENCE        PIC X(12) VALUE SPACES.
           05  WS-REF-HIST-FLAG        PIC X VALUE "N".
               88  WS-REF-ON-HIST      VALUE "Y".
           05  WS-REF-HIST-DATE        PIC X(8) VALUE SPACES.
           05  WS-REF-POST-COUNT       PIC 9(4) VALUE 0.
           05  WS-REF-TAX-COUNT        PIC 9(4) VALUE 0.
           05  WS-REF-POST-DATE        PIC X(8) VALUE SPACES.
           05  WS-REF-DATE-DIFFERS     PIC X VALUE "N".
               88  WS-REF-MIXED-DATES  VALUE "Y".
      ******************************************************************
      *    BALMST is loaded in key order; the RESMAST pass adds each
      *    posting dated on an account's last roll date to its
      *    window tally, and counts any dated after it.
      ******************************************************************
       01  WS-BAL-IX                   PIC 9(4) VALUE 0.
       01  WS-BAL-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT            PIC 9(4) VALUE 0.
           05  WS-BAL-ENTRY OCCURS 5000 TIMES.
               10  WS-BAL-ACCOUNT      PIC X(6).
               10  WS-BAL-OPEN         PIC S9(11)V99.
               10  WS-BAL-WIN-COUNT    PIC 9(6).
               10  WS-BAL-WIN-VALUE    PIC S9(11)V99.
               10  WS-BAL-CLOSE        PIC S9(11)V99.
               10  WS-BAL-LAST-DATE    PIC X(8).
               10  WS-BAL-RES-COUNT    PIC 9(6).
               10  WS-BAL-RES-VALUE    PIC S9(11)V99.
               10  WS-BAL-LATE-COUNT   PIC 9(6).
       01  WS-BAL-OVERFLOW-FLAG        PIC X VALUE "N".
           88  WS-BAL-OVERFLOW         VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE-YYYYMMDD))
               - CFG-HIST-RETENTION-DAYS).
           MOVE WS-DATE-NUM TO WS-RETAIN-FROM-DATE.

           PERFORM 1000-OPEN-MASTERS.
           PERFORM 1100-LOAD-BALANCES.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 1200-WRITE-REPORT-HEADER.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-REFERENCE
               ON ASCENDING KEY SORT-SOURCE
               ON ASCENDING KEY SORT-RUN-DATE
               INPUT PROCEDURE IS 2000-SCAN-MASTERS
               OUTPUT PROCEDURE IS 3000-MATCH-REFERENCES.

           PERFORM 4000-CHECK-BALANCES.
           PERFORM 5000-WRITE-REPORT-TOTALS.

           CLOSE REPORT-FILE.
           CLOSE RESULT-FILE.
           CLOSE HIST-FILE.
           CLOSE ACCT-FILE.
           CLOSE OPER-FILE.

           COMPUTE WS-DISCREPANCY-COUNT = WS-ACCOUNT-ERRORS
               + WS-OPERATOR-ERRORS + WS-REFERENCE-ERRORS
               + WS-BALANCE-ERRORS.
           DISPLAY "IntegChk - " WS-POSTING-COUNT " posting(s), "
               WS-HISTORY-COUNT " reference(s), " WS-BAL-COUNT
               " balance(s) checked".
           IF WS-DISCREPANCY-COUNT > 0
               DISPLAY "IntegChk - " WS-DISCREPANCY-COUNT
                   " discrepanc(ies) - see INTEGCHK.OUT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "IntegChk - masters agree"
           END-IF.
           IF WS-BAL-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-OPEN-MASTERS.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST is missing or unreadable - status "
                   WS-RESULT-FILE-STATUS " - nothing verified"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "POSTHIST.MST is missing or unreadable - status "
                   WS-HIST-FILE-STATUS " - nothing verified"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST is missing or unreadable - status "
                   WS-ACCT-FILE-STATUS " - nothing verified"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS " - nothing verified"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "BALMST.MST is missing or unreadable - status "
                   WS-BALANCE-FILE-STATUS " - nothing verified"
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
                       IF WS-BAL-COUNT < 5000
                           ADD 1 TO WS-BAL-COUNT
                           PERFORM 1110-STORE-BALANCE
                       ELSE
                           SET WS-BAL-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.
           IF WS-BAL-OVERFLOW
               DISPLAY "BALMST.MST holds more than 5000 accounts - "
                   "balances past the 5000th are not verified"
           END-IF.

       1110-STORE-BALANCE.
           MOVE BAL-ACCT-CODE TO WS-BAL-ACCOUNT(WS-BAL-COUNT).
           MOVE BAL-OPEN-BALANCE TO WS-BAL-OPEN(WS-BAL-COUNT).
           MOVE BAL-WINDOW-COUNT TO WS-BAL-WIN-COUNT(WS-BAL-COUNT).
           MOVE BAL-WINDOW-VALUE TO WS-BAL-WIN-VALUE(WS-BAL-COUNT).
           MOVE BAL-CLOSE-BALANCE TO WS-BAL-CLOSE(WS-BAL-COUNT).
           MOVE BAL-LAST-POST-DATE TO WS-BAL-LAST-DATE(WS-BAL-COUNT).
           MOVE 0 TO WS-BAL-RES-COUNT(WS-BAL-COUNT).
           MOVE 0 TO WS-BAL-RES-VALUE(WS-BAL-COUNT).
           MOVE 0 TO WS-BAL-LATE-COUNT(WS-BAL-COUNT).

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER FILE INTEGRITY CHECK - PREPARED "
               WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTHIST RETENTION FROM " WS-RETAIN-FROM-DATE
               " - OLDER REFERENCES ARE PURGED BY DESIGN"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHECK     KEY          DISCREPANCY"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      *    One pass of RESMAST checks each posting's account and
      *    operator, tallies it against its balance, and releases
      *    its reference to the sort; POSTHIST is then released
      *    behind it.
      ******************************************************************
       2000-SCAN-MASTERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RES-KEY.
           START RESULT-FILE KEY >= RES-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ RESULT-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSTING-COUNT
                       PERFORM 2100-CHECK-ACCOUNT
                       PERFORM 2200-CHECK-OPERATOR
                       PERFORM 2300-TALLY-BALANCE
                       PERFORM 2400-RELEASE-POSTING
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO HIST-REFERENCE.
           START HIST-FILE KEY >= HIST-REFERENCE
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ HIST-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE HIST-REFERENCE TO SORT-REFERENCE
                       MOVE "H" TO SORT-SOURCE
                       MOVE HIST-POST-DATE TO SORT-RUN-DATE
                       MOVE 0 TO SORT-SEQUENCE
                       MOVE SPACE TO SORT-TAX-PART
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

      *    Postings come off RESMAST in run-date order, so one
      *    account or operator is usually keyed many times running;
      *    the last lookup is kept rather than read again.
       2100-CHECK-ACCOUNT.
           IF RES-ACCOUNT-CODE NOT = WS-LAST-ACCOUNT
               MOVE RES-ACCOUNT-CODE TO WS-LAST-ACCOUNT
               MOVE "N" TO WS-LAST-ACCT-FLAG
               MOVE RES-ACCOUNT-CODE TO ACCT-CODE
               READ ACCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-LAST-ACCT-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT WS-LAST-ACCT-FOUND
               ADD 1 TO WS-ACCOUNT-ERRORS
               MOVE SPACES TO WS-DISCREPANCY-TEXT
               STRING "POSTING " RES-RUN-DATE "/" RES-SEQUENCE
                   " REF " RES-REFERENCE " - ACCOUNT "
                   RES-ACCOUNT-CODE " NOT ON ACCTMAST"
                   DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
               MOVE "ACCOUNT" TO REPORT-LINE
               PERFORM 2900-WRITE-DISCREPANCY
           END-IF.

       2200-CHECK-OPERATOR.
           IF RES-OPERATOR-ID NOT = WS-LAST-OPERATOR
               MOVE RES-OPERATOR-ID TO WS-LAST-OPERATOR
               MOVE "N" TO WS-LAST-OPER-FLAG
               MOVE RES-OPERATOR-ID TO OPER-ID
               READ OPER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-LAST-OPER-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT WS-LAST-OPER-FOUND
               ADD 1 TO WS-OPERATOR-ERRORS
               MOVE SPACES TO WS-DISCREPANCY-TEXT
               STRING "POSTING " RES-RUN-DATE "/" RES-SEQUENCE
                   " REF " RES-REFERENCE " - OPERATOR "
                   RES-OPERATOR-ID " NOT ON OPERMAST"
                   DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
               MOVE "OPERATOR" TO REPORT-LINE
               PERFORM 2900-WRITE-DISCREPANCY
           END-IF.

       2300-TALLY-BALANCE.
           MOVE 0 TO WS-BAL-FOUND-IX.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
               UNTIL WS-BAL-IX > WS-BAL-COUNT
                   OR WS-BAL-FOUND-IX > 0
               IF WS-BAL-ACCOUNT(WS-BAL-IX) = RES-ACCOUNT-CODE
                   MOVE WS-BAL-IX TO WS-BAL-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND-IX > 0
               EVALUATE TRUE
                   WHEN RES-RUN-DATE = WS-BAL-LAST-DATE(WS-BAL-FOUND-IX)
                       MOVE FUNCTION NUMVAL(RES-RESULT) TO WS-AMOUNT
                       ADD 1 TO WS-BAL-RES-COUNT(WS-BAL-FOUND-IX)
                       ADD WS-AMOUNT
                           TO WS-BAL-RES-VALUE(WS-BAL-FOUND-IX)
                   WHEN RES-RUN-DATE > WS-BAL-LAST-DATE(WS-BAL-FOUND-IX)
                       ADD 1 TO WS-BAL-LATE-COUNT(WS-BAL-FOUND-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2400-RELEASE-POSTING.
           IF RES-REFERENCE NOT = SPACES
               IF RES-RUN-DATE < WS-FIRST-REF-DATE
                   MOVE RES-RUN-DATE TO WS-FIRST-REF-DATE
               END-IF
               MOVE RES-REFERENCE TO SORT-REFERENCE
               MOVE "R" TO SORT-SOURCE
               MOVE RES-RUN-DATE TO SORT-RUN-DATE
               MOVE RES-SEQUENCE TO SORT-SEQUENCE
               MOVE RES-TAX-PART TO SORT-TAX-PART
               RELEASE SORT-RECORD
           END-IF.

      *    The check name is moved to the front of REPORT-LINE by
      *    the caller; the text follows it at column 11.
       2900-WRITE-DISCREPANCY.
           MOVE WS-DISCREPANCY-TEXT TO REPORT-LINE(11:100).
           WRITE REPORT-LINE.

       3000-MATCH-REFERENCES.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END SET WS-SORT-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 3100-PROCESS-SORTED-REFERENCE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-RECORD
               PERFORM 3300-CHECK-REFERENCE
           END-IF.

       3100-PROCESS-SORTED-REFERENCE.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-FLAG
               PERFORM 3200-START-REFERENCE
           ELSE
               IF SORT-REFERENCE NOT = WS-REF-REFERENCE
                   PERFORM 3300-CHECK-REFERENCE
                   PERFORM 3200-START-REFERENCE
               END-IF
           END-IF.
           IF SORT-SOURCE = "H"
               SET WS-REF-ON-HIST TO TRUE
               MOVE SORT-RUN-DATE TO WS-REF-HIST-DATE
           ELSE
               IF SORT-TAX-PART = "T"
                   ADD 1 TO WS-REF-TAX-COUNT
               ELSE
                   ADD 1 TO WS-REF-POST-COUNT
               END-IF
               IF WS-REF-POST-DATE = SPACES
                   MOVE SORT-RUN-DATE TO WS-REF-POST-DATE
               ELSE
                   IF SORT-RUN-DATE NOT = WS-REF-POST-DATE
                       SET WS-REF-MIXED-DATES TO TRUE
                   END-IF
               END-IF
           END-IF.

       3200-START-REFERENCE.
           MOVE SORT-REFERENCE TO WS-REF-REFERENCE.
           MOVE "N" TO WS-REF-HIST-FLAG.
           MOVE SPACES TO WS-REF-HIST-DATE.
           MOVE 0 TO WS-REF-POST-COUNT.
           MOVE 0 TO WS-REF-TAX-COUNT.
           MOVE SPACES TO WS-REF-POST-DATE.
           MOVE "N" TO WS-REF-DATE-DIFFERS.

      ******************************************************************
      *    A POSTHIST reference with no posting is only out of line
      *    once RESMAST carries references at all (rows converted
      *    from RESULTS.MST have none); a posting missing from
      *    POSTHIST is only out of line inside the retention AudArch
      *    purges to.
      ******************************************************************
       3300-CHECK-REFERENCE.
           MOVE SPACES TO WS-DISCREPANCY-TEXT.
           EVALUATE TRUE
               WHEN WS-REF-ON-HIST
                   AND WS-REF-POST-COUNT = 0
                   AND WS-REF-TAX-COUNT = 0
                   IF WS-REF-HIST-DATE < WS-FIRST-REF-DATE
                       ADD 1 TO WS-UNREFERENCED-COUNT
                   ELSE
                       STRING WS-REF-REFERENCE " - ON POSTHIST "
                           "FOR " WS-REF-HIST-DATE
                           " BUT NO POSTING ON RESMAST"
                           DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
                   END-IF
               WHEN NOT WS-REF-ON-HIST
                   IF WS-REF-POST-DATE < WS-RETAIN-FROM-DATE
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       STRING WS-REF-REFERENCE " - POSTED "
                           WS-REF-POST-DATE " BUT NOT ON POSTHIST"
                           DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
                   END-IF
               WHEN WS-REF-MIXED-DATES
                   OR WS-REF-POST-DATE NOT = WS-REF-HIST-DATE
                   STRING WS-REF-REFERENCE " - POSTHIST DATE "
                       WS-REF-HIST-DATE " BUT RESMAST POSTED "
                       WS-REF-POST-DATE
                       DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DISCREPANCY-TEXT NOT = SPACES
               ADD 1 TO WS-REFERENCE-ERRORS
               MOVE "REFERENCE" TO REPORT-LINE
               PERFORM 2900-WRITE-DISCREPANCY
           END-IF.
           IF WS-REF-POST-COUNT > 1
               ADD 1 TO WS-REFERENCE-ERRORS
               MOVE WS-REF-POST-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-DISCREPANCY-TEXT
               STRING WS-REF-REFERENCE " - POSTED" WS-EDIT-COUNT
                   " TIMES ON RESMAST"
                   DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
               MOVE "REFERENCE" TO REPORT-LINE
               PERFORM 2900-WRITE-DISCREPANCY
           END-IF.

       4000-CHECK-BALANCES.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
               UNTIL WS-BAL-IX > WS-BAL-COUNT
               PERFORM 4100-CHECK-ONE-BALANCE
           END-PERFORM.

       4100-CHECK-ONE-BALANCE.
           COMPUTE WS-EXPECTED-CLOSE = WS-BAL-OPEN(WS-BAL-IX)
               + WS-BAL-RES-VALUE(WS-BAL-IX).
           IF WS-EXPECTED-CLOSE NOT = WS-BAL-CLOSE(WS-BAL-IX)
               ADD 1 TO WS-BALANCE-ERRORS
               MOVE WS-BAL-CLOSE(WS-BAL-IX) TO WS-EDIT-AMOUNT
               MOVE WS-EXPECTED-CLOSE TO WS-EDIT-EXPECTED
               MOVE SPACES TO WS-DISCREPANCY-TEXT
               STRING WS-BAL-ACCOUNT(WS-BAL-IX) " - CLOSE "
                   WS-EDIT-AMOUNT " BUT OPEN + RESMAST "
                   WS-BAL-LAST-DATE(WS-BAL-IX) " = "
                   WS-EDIT-EXPECTED
                   DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
               MOVE "BALANCE" TO REPORT-LINE
               PERFORM 2900-WRITE-DISCREPANCY
           END-IF.
           IF WS-BAL-RES-COUNT(WS-BAL-IX)
               NOT = WS-BAL-WIN-COUNT(WS-BAL-IX)
               ADD 1 TO WS-BALANCE-ERRORS
               MOVE WS-BAL-WIN-COUNT(WS-BAL-IX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-DISCREPANCY-TEXT
               STRING WS-BAL-ACCOUNT(WS-BAL-IX) " - WINDOW "
                   WS-BAL-LAST-DATE(WS-BAL-IX) " ROLLED"
                   WS-EDIT-COUNT " POSTING(S) BUT RESMAST HOLDS "
                   WS-BAL-RES-COUNT(WS-BAL-IX)
                   DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
               MOVE "BALANCE" TO REPORT-LINE
               PERFORM 2900-WRITE-DISCREPANCY
           END-IF.
           IF WS-BAL-LATE-COUNT(WS-BAL-IX) > 0
               ADD 1 TO WS-BALANCE-ERRORS
               MOVE WS-BAL-LATE-COUNT(WS-BAL-IX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-DISCREPANCY-TEXT
               STRING WS-BAL-ACCOUNT(WS-BAL-IX) " -" WS-EDIT-COUNT
                   " POSTING(S) AFTER LAST ROLL "
                   WS-BAL-LAST-DATE(WS-BAL-IX)
                   " NOT IN BALANCE"
                   DELIMITED BY SIZE INTO WS-DISCREPANCY-TEXT
               MOVE "BALANCE" TO REPORT-LINE
               PERFORM 2900-WRITE-DISCREPANCY
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTINGS=" WS-POSTING-COUNT
               " REFERENCES=" WS-HISTORY-COUNT
               " BALANCES=" WS-BAL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT=" WS-ACCOUNT-ERRORS
               " OPERATOR=" WS-OPERATOR-ERRORS
               " REFERENCE=" WS-REFERENCE-ERRORS
               " BALANCE=" WS-BALANCE-ERRORS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT COUNTED: PURGED FROM POSTHIST="
               WS-PURGED-COUNT " OLDER THAN RESMAST REFERENCES="
               WS-UNREFERENCED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ACCOUNT-ERRORS = 0 AND WS-OPERATOR-ERRORS = 0
               AND WS-REFERENCE-ERRORS = 0 AND WS-BALANCE-ERRORS = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NO DISCREPANCIES - THE MASTERS AGREE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
