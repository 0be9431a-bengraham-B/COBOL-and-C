       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllocEng.

      ******************************************************************
      *    AllocEng - shared-cost percentage allocation.
      *    Rent, IT and the like are posted whole to one source
      *    account; ALLOCRUL.DAT says which cost centers carry it
      *    and in what shares. After Ben-COBOL, every posting the
      *    window made to a source account on RESMAST.MST is spread:
      *    one detail moves the amount off the source and one per
      *    target carries that target's share, each with its own
      *    reference, all written onto BENRCYC.DAT for Ben-COBOL to
      *    validate and post at the top of the next window. Shares
      *    are rounded to the cent and the nominated target takes
      *    the leftover pennies, so the targets always foot to the
      *    source. A source whose rules do not add to 100.00, do
      *    not nominate exactly one rounding target, or name a
      *    target that is missing, closed or the source itself is
      *    not allocated at all and is listed for correction.
      *    ALLOCRPT.OUT is the register. ALLOCCTL.DAT remembers the
      *    last window allocated so a rerun cannot spread the same
      *    postings twice. RETURN-CODE 4 when any source could not
      *    be allocated.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "ALLOCRUL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ALLOCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "BENRCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALLOCRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY ALLOCREC.
       FD  CONTROL-FILE.
       01  ALLOC-CONTROL-RECORD.
           05  ALCT-RUN-DATE           PIC X(8).
           05  ALCT-DETAIL-COUNT       PIC 9(6).
       FD  RESULT-FILE.
       COPY RESREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD              PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY TRANREC.
       COPY BATCHCFG.

       01  WS-RULE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-RESULT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RECYCLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-YYYYMMDD           PIC X(8).
       01  WS-LAST-RUN-DATE            PIC X(8) VALUE SPACES.
       01  WS-SOURCE-AMOUNT            PIC S9(11)V99 VALUE 0.
       01  WS-SHARE                    PIC S9(11)V99 VALUE 0.
       01  WS-SHARED-SO-FAR            PIC S9(11)V99 VALUE 0.
       01  WS-POST-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  WS-PCT-TOTAL                PIC 9(5)V99 VALUE 0.
       01  WS-ROUNDING-TARGETS         PIC 9(3) VALUE 0.
       01  WS-REF-SEQUENCE             PIC 9(4) VALUE 0.
       01  WS-NEW-REFERENCE            PIC X(12) VALUE SPACES.
       01  WS-DETAIL-ACCT              PIC X(6) VALUE SPACES.
       01  WS-DETAIL-KIND              PIC X VALUE SPACE.
           88  WS-DETAIL-OFF-SOURCE    VALUE "S".
           88  WS-DETAIL-TO-TARGET     VALUE "T".
       01  WS-ERROR-REASON             PIC X(40) VALUE SPACES.
       01  WS-SOURCE-COUNT             PIC 9(6) VALUE 0.
       01  WS-POSTING-COUNT            PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT             PIC 9(6) VALUE 0.
       01  WS-BAD-SOURCE-COUNT         PIC 9(6) VALUE 0.
       01  WS-BAD-POSTING-COUNT        PIC 9(6) VALUE 0.
       01  WS-TOTAL-ALLOCATED          PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-AMOUNT              PIC +9(11).99.
       01  WS-EDIT-PCT                 PIC ZZ9.99.
       01  WS-RULE-IX                  PIC 9(4) VALUE 0.
       01  WS-SRC-IX                   PIC 9(4) VALUE 0.
       01  WS-SRC-FOUND-IX             PIC 9(4) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(4) VALUE 0.
           05  WS-RULE-ENTRY OCCURS 1000 TIMES.
               10  WS-RULE-SOURCE      PIC X(6).
               10  WS-RULE-TARGET      PIC X(6).
               10  WS-RULE-PERCENT     PIC 9(3)V99.
               10  WS-RULE-ROUNDING    PIC X.
      ******************************************************************
      *    One entry per distinct source account on the rules file.
      *    WS-SRC-VALID is settled once, before any posting is read,
      *    so a bad rule set stops every posting to that source.
      ******************************************************************
       01  WS-SRC-TABLE.
           05  WS-SRC-COUNT            PIC 9(4) VALUE 0.
           05  WS-SRC-ENTRY OCCURS 500 TIMES.
               10  WS-SRC-ACCOUNT      PIC X(6).
               10  WS-SRC-VALID        PIC X.
               10  WS-SRC-REASON       PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-YYYYMMDD.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ALCT-RUN-DATE TO WS-LAST-RUN-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-LAST-RUN-DATE = WS-TODAY-YYYYMMDD
               DISPLAY "AllocEng - window " WS-TODAY-YYYYMMDD
                   " already allocated, nothing generated"
               GOBACK
           END-IF.

           PERFORM 1000-LOAD-RULES.
           IF WS-RULE-COUNT = 0
               DISPLAY "ALLOCRUL.DAT is empty or missing - nothing "
                   "to allocate"
               GOBACK
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST unusable - status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-VALIDATE-SOURCES.
           CLOSE ACCT-FILE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-HEADER.
           OPEN EXTEND RECYCLE-FILE.
           IF WS-RECYCLE-FILE-STATUS = "35"
               OPEN OUTPUT RECYCLE-FILE
           END-IF.

           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST not found - no postings to allocate"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-TODAY-YYYYMMDD TO RES-RUN-DATE
               MOVE 0 TO RES-SEQUENCE
               START RESULT-FILE KEY >= RES-KEY
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESULT-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RES-RUN-DATE NOT = WS-TODAY-YYYYMMDD
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM 3000-CHECK-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

           CLOSE RECYCLE-FILE.
           PERFORM 5000-WRITE-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-TODAY-YYYYMMDD TO ALCT-RUN-DATE.
           MOVE WS-DETAIL-COUNT TO ALCT-DETAIL-COUNT.
           OPEN OUTPUT CONTROL-FILE.
           WRITE ALLOC-CONTROL-RECORD.
           CLOSE CONTROL-FILE.

           DISPLAY "AllocEng - " WS-POSTING-COUNT " posting(s) "
               "allocated, " WS-DETAIL-COUNT " detail(s) onto "
               "BENRCYC.DAT, " WS-BAD-SOURCE-COUNT
               " source(s) with bad rules".
           IF WS-BAD-SOURCE-COUNT > 0 OR WS-BAD-POSTING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-RULES.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ RULE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       1100-LOAD-ONE-RULE.
           IF WS-RULE-COUNT < 1000
               ADD 1 TO WS-RULE-COUNT
               MOVE ALRL-SOURCE-ACCT TO WS-RULE-SOURCE(WS-RULE-COUNT)
               MOVE ALRL-TARGET-ACCT TO WS-RULE-TARGET(WS-RULE-COUNT)
               IF ALRL-PERCENT IS NUMERIC
                   MOVE ALRL-PERCENT TO WS-RULE-PERCENT(WS-RULE-COUNT)
               ELSE
                   MOVE 0 TO WS-RULE-PERCENT(WS-RULE-COUNT)
               END-IF
               MOVE ALRL-ROUNDING-FLAG
                   TO WS-RULE-ROUNDING(WS-RULE-COUNT)
               PERFORM 1110-NOTE-SOURCE
           ELSE
               DISPLAY "Rule table full - rule " ALRL-SOURCE-ACCT
                   " to " ALRL-TARGET-ACCT " ignored"
           END-IF.

       1110-NOTE-SOURCE.
           MOVE 0 TO WS-SRC-FOUND-IX.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT OR WS-SRC-FOUND-IX > 0
               IF WS-SRC-ACCOUNT(WS-SRC-IX) = ALRL-SOURCE-ACCT
                   MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-SRC-FOUND-IX = 0 AND WS-SRC-COUNT < 500
               ADD 1 TO WS-SRC-COUNT
               MOVE ALRL-SOURCE-ACCT TO WS-SRC-ACCOUNT(WS-SRC-COUNT)
               MOVE "Y" TO WS-SRC-VALID(WS-SRC-COUNT)
               MOVE SPACES TO WS-SRC-REASON(WS-SRC-COUNT)
           END-IF.

       1200-VALIDATE-SOURCES.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
               PERFORM 1210-VALIDATE-ONE-SOURCE
           END-PERFORM.

       1210-VALIDATE-ONE-SOURCE.
           MOVE 0 TO WS-PCT-TOTAL.
           MOVE 0 TO WS-ROUNDING-TARGETS.
           MOVE SPACES TO WS-ERROR-REASON.
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT
               IF WS-RULE-SOURCE(WS-RULE-IX) = WS-SRC-ACCOUNT(WS-SRC-IX)
                   ADD WS-RULE-PERCENT(WS-RULE-IX) TO WS-PCT-TOTAL
                   IF WS-RULE-ROUNDING(WS-RULE-IX) = "Y"
                       ADD 1 TO WS-ROUNDING-TARGETS
                   END-IF
                   PERFORM 1220-VALIDATE-TARGET
               END-IF
           END-PERFORM.
           IF WS-ERROR-REASON = SPACES AND WS-PCT-TOTAL NOT = 100
               MOVE WS-PCT-TOTAL TO WS-EDIT-PCT
               STRING "SHARES ADD TO " WS-EDIT-PCT " NOT 100.00"
                   DELIMITED BY SIZE INTO WS-ERROR-REASON
           END-IF.
           IF WS-ERROR-REASON = SPACES AND WS-ROUNDING-TARGETS NOT = 1
               MOVE "NEEDS EXACTLY ONE ROUNDING TARGET"
                   TO WS-ERROR-REASON
           END-IF.
           IF WS-ERROR-REASON NOT = SPACES
               MOVE "N" TO WS-SRC-VALID(WS-SRC-IX)
               MOVE WS-ERROR-REASON TO WS-SRC-REASON(WS-SRC-IX)
               ADD 1 TO WS-BAD-SOURCE-COUNT
           ELSE
               ADD 1 TO WS-SOURCE-COUNT
           END-IF.

       1220-VALIDATE-TARGET.
           IF WS-ERROR-REASON = SPACES
               IF WS-RULE-TARGET(WS-RULE-IX)
                   = WS-SRC-ACCOUNT(WS-SRC-IX)
                   MOVE "SOURCE NAMED AS ITS OWN TARGET"
                       TO WS-ERROR-REASON
               ELSE
                   MOVE WS-RULE-TARGET(WS-RULE-IX) TO ACCT-CODE
                   READ ACCT-FILE
                       INVALID KEY
                           STRING "TARGET " WS-RULE-TARGET(WS-RULE-IX)
                               " NOT ON ACCOUNT MASTER"
                               DELIMITED BY SIZE INTO WS-ERROR-REASON
                       NOT INVALID KEY
                           IF NOT ACCT-ACTIVE
                               STRING "TARGET "
                                   WS-RULE-TARGET(WS-RULE-IX)
                                   " IS NOT ACTIVE"
                                   DELIMITED BY SIZE
                                   INTO WS-ERROR-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2000-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "COST ALLOCATION REGISTER - WINDOW "
               WS-TODAY-YYYYMMDD " - run " WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
               IF WS-SRC-VALID(WS-SRC-IX) = "N"
                   MOVE SPACES TO REPORT-LINE
                   STRING "** RULES FOR " WS-SRC-ACCOUNT(WS-SRC-IX)
                       " NOT USABLE - " WS-SRC-REASON(WS-SRC-IX)
                       " - NOT ALLOCATED **"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A posting carrying an allocation reference is itself the
      *    product of an earlier split and is never spread again,
      *    or a target that is also a source would go round for
      *    ever.
      ******************************************************************
       3000-CHECK-ONE-POSTING.
           IF RES-REFERENCE(1:2) NOT = "AL"
               MOVE 0 TO WS-SRC-FOUND-IX
               PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
                       OR WS-SRC-FOUND-IX > 0
                   IF WS-SRC-ACCOUNT(WS-SRC-IX) = RES-ACCOUNT-CODE
                       MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-SRC-FOUND-IX > 0
                   IF WS-SRC-VALID(WS-SRC-FOUND-IX) = "Y"
                       PERFORM 3100-ALLOCATE-POSTING
                   ELSE
                       ADD 1 TO WS-BAD-POSTING-COUNT
                   END-IF
               END-IF
           END-IF.

       3100-ALLOCATE-POSTING.
           COMPUTE WS-SOURCE-AMOUNT = FUNCTION NUMVAL(RES-RESULT).
           MOVE WS-SOURCE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCE " RES-ACCOUNT-CODE " REF " RES-REFERENCE
               " OP " RES-OPERATOR-ID " AMOUNT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SOURCE-AMOUNT > 9999999.99
               OR WS-SOURCE-AMOUNT < -9999999.99
               ADD 1 TO WS-BAD-POSTING-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** TOO LARGE FOR ONE DETAIL - SPLIT BY HAND **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-SOURCE-AMOUNT NOT = 0
                   ADD 1 TO WS-POSTING-COUNT
                   ADD WS-SOURCE-AMOUNT TO WS-TOTAL-ALLOCATED
                   COMPUTE WS-POST-AMOUNT = 0 - WS-SOURCE-AMOUNT
                   MOVE RES-ACCOUNT-CODE TO WS-DETAIL-ACCT
                   SET WS-DETAIL-OFF-SOURCE TO TRUE
                   PERFORM 3300-WRITE-ALLOCATION-DETAIL
                   MOVE 0 TO WS-SHARED-SO-FAR
                   PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                       UNTIL WS-RULE-IX > WS-RULE-COUNT
                       IF WS-RULE-SOURCE(WS-RULE-IX) = RES-ACCOUNT-CODE
                           AND WS-RULE-ROUNDING(WS-RULE-IX) NOT = "Y"
                           PERFORM 3200-SHARE-TO-TARGET
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                       UNTIL WS-RULE-IX > WS-RULE-COUNT
                       IF WS-RULE-SOURCE(WS-RULE-IX) = RES-ACCOUNT-CODE
                           AND WS-RULE-ROUNDING(WS-RULE-IX) = "Y"
                           PERFORM 3200-SHARE-TO-TARGET
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      *    The rounding target is always shared last and takes the
      *    source less everything already shared, not its rounded
      *    percentage.
      ******************************************************************
       3200-SHARE-TO-TARGET.
           IF WS-RULE-ROUNDING(WS-RULE-IX) = "Y"
               COMPUTE WS-SHARE = WS-SOURCE-AMOUNT - WS-SHARED-SO-FAR
           ELSE
               COMPUTE WS-SHARE ROUNDED = WS-SOURCE-AMOUNT
                   * WS-RULE-PERCENT(WS-RULE-IX) / 100
           END-IF.
           ADD WS-SHARE TO WS-SHARED-SO-FAR.
           MOVE WS-SHARE TO WS-POST-AMOUNT.
           MOVE WS-RULE-TARGET(WS-RULE-IX) TO WS-DETAIL-ACCT.
           SET WS-DETAIL-TO-TARGET TO TRUE.
           MOVE WS-RULE-PERCENT(WS-RULE-IX) TO WS-EDIT-PCT.
           PERFORM 3300-WRITE-ALLOCATION-DETAIL.

      ******************************************************************
      *    Generated references are AL, the window's yymmdd and a
      *    four-digit sequence within the window.
      ******************************************************************
       3300-WRITE-ALLOCATION-DETAIL.
           ADD 1 TO WS-REF-SEQUENCE.
           MOVE SPACES TO WS-NEW-REFERENCE.
           STRING "AL" WS-TODAY-YYYYMMDD(3:6) WS-REF-SEQUENCE
               DELIMITED BY SIZE INTO WS-NEW-REFERENCE.
           MOVE SPACES TO TRAN-RECORD.
           SET TRAN-TYPE-DETAIL TO TRUE.
           MOVE CFG-BATCH-OPERATOR TO TRAN-OPERATOR-ID.
           MOVE WS-DETAIL-ACCT TO TRAN-ACCOUNT-CODE.
           MOVE WS-POST-AMOUNT TO TRAN-NUM-1.
           MOVE 0 TO TRAN-NUM-2.
           MOVE WS-NEW-REFERENCE TO TRAN-REFERENCE.
           MOVE TRAN-RECORD TO RECYCLE-RECORD.
           WRITE RECYCLE-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-POST-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-DETAIL-OFF-SOURCE
               STRING "  OFF SOURCE " TRAN-ACCOUNT-CODE
                   "            " WS-EDIT-AMOUNT "  " WS-NEW-REFERENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  TO TARGET  " TRAN-ACCOUNT-CODE " "
                   WS-EDIT-PCT "%    " WS-EDIT-AMOUNT "  "
                   WS-NEW-REFERENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ALLOCATED TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCES WITH USABLE RULES=" WS-SOURCE-COUNT
               " POSTINGS ALLOCATED=" WS-POSTING-COUNT
               " TOTAL " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DETAILS GENERATED=" WS-DETAIL-COUNT
               " SOURCES WITH BAD RULES=" WS-BAD-SOURCE-COUNT
               " POSTINGS NOT ALLOCATED=" WS-BAD-POSTING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
