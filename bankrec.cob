       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRec.

      ******************************************************************
      *    BankRec - bank statement reconciliation.
      *    AckMatch proves the finance system took BENEXP.CSV; this
      *    step proves the money moved. The bank's daily statement
      *    (BANKSTMT.DAT) is paired against the night's postings on
      *    RESMAST.MST by reference and amount, after the open items
      *    carried forward on BANKOPEN.DAT have been put back into
      *    play. BANKREC.OUT has four sections - matched, postings
      *    with no bank line, bank lines with no posting, and amount
      *    mismatches - and everything not cleared goes back onto
      *    BANKOPEN.DAT one night older. The BENOUT generation for
      *    the same date is footed against RESMAST first so treasury
      *    knows the posting side is complete before signing off.
      *    RETURN-CODE 4 when an item has been open for
      *    CFG-BANK-AGE-NIGHTS nights or the BENOUT control does
      *    not agree.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STMT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSTM-FILE-STATUS.
           SELECT BANK-OPEN-FILE ASSIGN TO "BANKOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOPN-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT BEN-OUTPUT-FILE ASSIGN TO DYNAMIC WS-BENOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENOUT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BANKREC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STMT-FILE.
       COPY BANKSTRC.
       FD  BANK-OPEN-FILE.
       COPY BANKOPRC.
       FD  RESULT-FILE.
       COPY RESREC.
       FD  BEN-OUTPUT-FILE.
       COPY BENOUTRC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY BATCHCFG.

       01  WS-BSTM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BOPN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RESULT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-BENOUT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-BENOUT-FILENAME          PIC X(20) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RECON-DATE               PIC X(8) VALUE SPACES.
       01  WS-RES-COUNT                PIC 9(6) VALUE 0.
       01  WS-RES-TOTAL                PIC S9(11)V99 VALUE 0.
       01  WS-OUT-COUNT                PIC 9(6) VALUE 0.
       01  WS-OUT-TOTAL                PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-FLAG             PIC X VALUE "Y".
           88  WS-CONTROL-AGREES       VALUE "Y".
       01  WS-BANK-SUM                 PIC S9(11)V99 VALUE 0.
       01  WS-BANK-HITS                PIC 9(4) VALUE 0.
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE 0.
       01  WS-MATCHED-COUNT            PIC 9(6) VALUE 0.
       01  WS-MATCHED-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-NO-BANK-COUNT            PIC 9(6) VALUE 0.
       01  WS-NO-BANK-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-NO-POST-COUNT            PIC 9(6) VALUE 0.
       01  WS-NO-POST-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(6) VALUE 0.
       01  WS-MISMATCH-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(6) VALUE 0.
       01  WS-JOURNAL-COUNT            PIC 9(6) VALUE 0.
       01  WS-JOURNAL-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(6) VALUE 0.
       01  WS-SECTION-COUNT            PIC 9(6) VALUE 0.
       01  WS-EDIT-AMOUNT              PIC +9(11).99.
       01  WS-EDIT-BANK                PIC +9(11).99.
       01  WS-EDIT-DIFF                PIC +9(11).99.
       01  WS-ITEM-NIGHTS              PIC 9(3) VALUE 0.
       01  WS-EDIT-NIGHTS              PIC ZZ9.
       01  WS-CALLOUT                  PIC X(16) VALUE SPACES.
      ******************************************************************
      *    Match status on both tables: space is still open, "M" is
      *    cleared by a matching counterpart, "X" is paired on
      *    reference but the amounts disagree.
      ******************************************************************
       01  WS-PST-IX                   PIC 9(4) VALUE 0.
       01  WS-PST-SAME-REF             PIC 9(4) VALUE 0.
       01  WS-PST-TABLE.
           05  WS-PST-COUNT            PIC 9(4) VALUE 0.
           05  WS-PST-ENTRY OCCURS 3000 TIMES.
               10  WS-PST-REFERENCE    PIC X(12).
               10  WS-PST-ACCOUNT      PIC X(6).
               10  WS-PST-AMOUNT       PIC S9(11)V99.
               10  WS-PST-DATE         PIC X(8).
               10  WS-PST-FIRST-SEEN   PIC X(8).
               10  WS-PST-NIGHTS       PIC 9(3).
               10  WS-PST-STATUS       PIC X.
               10  WS-PST-BANK-SUM     PIC S9(11)V99.
       01  WS-BNK-IX                   PIC 9(4) VALUE 0.
       01  WS-BNK-TABLE.
           05  WS-BNK-COUNT            PIC 9(4) VALUE 0.
           05  WS-BNK-ENTRY OCCURS 3000 TIMES.
               10  WS-BNK-REFERENCE    PIC X(12).
               10  WS-BNK-AMOUNT       PIC S9(11)V99.
               10  WS-BNK-DATE         PIC X(8).
               10  WS-BNK-NARRATIVE    PIC X(30).
               10  WS-BNK-FIRST-SEEN   PIC X(8).
               10  WS-BNK-NIGHTS       PIC 9(3).
               10  WS-BNK-STATUS       PIC X.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "Posting date to reconcile (YYYYMMDD, blank=today): "
               WITH NO ADVANCING.
           ACCEPT WS-RECON-DATE.
           IF WS-RECON-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RECON-DATE
           END-IF.
           IF WS-RECON-DATE NOT NUMERIC
               DISPLAY "Date must be keyed as YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-LOAD-OPEN-ITEMS.
           PERFORM 1100-LOAD-POSTINGS.
           PERFORM 1200-LOAD-STATEMENT.
           PERFORM 1300-FOOT-BENOUT.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               PERFORM 2000-MATCH-ONE-POSTING
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 3000-WRITE-HEADER.
           PERFORM 3100-WRITE-MATCHED.
           PERFORM 3200-WRITE-NO-BANK-LINE.
           PERFORM 3300-WRITE-NO-POSTING.
           PERFORM 3400-WRITE-MISMATCHES.
           PERFORM 3900-WRITE-SUMMARY.
           CLOSE REPORT-FILE.

           PERFORM 4000-REWRITE-OPEN-ITEMS.

           DISPLAY "BankRec " WS-RECON-DATE " - matched "
               WS-MATCHED-COUNT ", no bank line " WS-NO-BANK-COUNT
               ", no posting " WS-NO-POST-COUNT ", mismatched "
               WS-MISMATCH-COUNT ", overdue " WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > 0 OR NOT WS-CONTROL-AGREES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    Items first raised by this same posting date are left off
      *    - a rerun of the night rebuilds them from RESMAST and the
      *    statement. Older items age one night, unless this night
      *    has already aged them once. A generated AI/AF/AL journal
      *    carried from an earlier night is dropped - see 1110.
      ******************************************************************
       1000-LOAD-OPEN-ITEMS.
           OPEN INPUT BANK-OPEN-FILE.
           IF WS-BOPN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BANK-OPEN-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BOPN-FIRST-SEEN NOT = WS-RECON-DATE
                               PERFORM 1010-LOAD-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-OPEN-FILE
           END-IF.

       1010-LOAD-ONE-OPEN-ITEM.
           IF BOPN-LAST-RUN NOT = WS-RECON-DATE
               AND BOPN-NIGHTS < 999
               ADD 1 TO BOPN-NIGHTS
           END-IF.
           IF BOPN-POSTING-SIDE
               IF BOPN-REFERENCE(1:2) NOT = "AI"
                   AND BOPN-REFERENCE(1:2) NOT = "AF"
                   AND BOPN-REFERENCE(1:2) NOT = "AL"
                   AND WS-PST-COUNT < 3000
                   ADD 1 TO WS-PST-COUNT
                   MOVE BOPN-REFERENCE
                       TO WS-PST-REFERENCE(WS-PST-COUNT)
                   MOVE BOPN-ACCT-CODE TO WS-PST-ACCOUNT(WS-PST-COUNT)
                   MOVE BOPN-AMOUNT TO WS-PST-AMOUNT(WS-PST-COUNT)
                   MOVE BOPN-ITEM-DATE TO WS-PST-DATE(WS-PST-COUNT)
                   MOVE BOPN-FIRST-SEEN
                       TO WS-PST-FIRST-SEEN(WS-PST-COUNT)
                   MOVE BOPN-NIGHTS TO WS-PST-NIGHTS(WS-PST-COUNT)
                   MOVE SPACE TO WS-PST-STATUS(WS-PST-COUNT)
               END-IF
           ELSE
               IF WS-BNK-COUNT < 3000
                   ADD 1 TO WS-BNK-COUNT
                   MOVE BOPN-REFERENCE
                       TO WS-BNK-REFERENCE(WS-BNK-COUNT)
                   MOVE BOPN-AMOUNT TO WS-BNK-AMOUNT(WS-BNK-COUNT)
                   MOVE BOPN-ITEM-DATE TO WS-BNK-DATE(WS-BNK-COUNT)
                   MOVE BOPN-NARRATIVE
                       TO WS-BNK-NARRATIVE(WS-BNK-COUNT)
                   MOVE BOPN-FIRST-SEEN
                       TO WS-BNK-FIRST-SEEN(WS-BNK-COUNT)
                   MOVE BOPN-NIGHTS TO WS-BNK-NIGHTS(WS-BNK-COUNT)
                   MOVE SPACE TO WS-BNK-STATUS(WS-BNK-COUNT)
               END-IF
           END-IF.

       1100-LOAD-POSTINGS.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST not found - no postings to match"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE WS-RECON-DATE TO RES-RUN-DATE
               MOVE 0 TO RES-SEQUENCE
               START RESULT-FILE KEY >= RES-KEY
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESULT-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RES-RUN-DATE NOT = WS-RECON-DATE
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM 1110-LOAD-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

      ******************************************************************
      *    A posting to a taxable account is two RESMAST rows under
      *    one reference - the net and the tax - but the bank pays
      *    the gross in one line, so tonight's rows that share a
      *    reference are summed into a single posting to match.
      *    The details the window generates for itself - keyed by
      *    CFG-BATCH-OPERATOR, or AccrEng's AI/AF and AllocEng's AL
      *    references, as Ben-COBOL tells them apart - are internal
      *    journals no bank line will ever show, so they are kept
      *    out of the match and only totalled on the report. The
      *    BENOUT control still counts and totals every row.
      ******************************************************************
       1110-LOAD-ONE-POSTING.
           ADD 1 TO WS-RES-COUNT.
           ADD FUNCTION NUMVAL(RES-RESULT) TO WS-RES-TOTAL.
           IF RES-OPERATOR-ID = CFG-BATCH-OPERATOR
               OR RES-REFERENCE(1:2) = "AI"
               OR RES-REFERENCE(1:2) = "AF"
               OR RES-REFERENCE(1:2) = "AL"
               ADD 1 TO WS-JOURNAL-COUNT
               ADD FUNCTION NUMVAL(RES-RESULT) TO WS-JOURNAL-TOTAL
           ELSE
               PERFORM 1120-TABLE-ONE-POSTING
           END-IF.

       1120-TABLE-ONE-POSTING.
           MOVE 0 TO WS-PST-SAME-REF.
           IF RES-REFERENCE NOT = SPACES
               PERFORM VARYING WS-PST-IX FROM 1 BY 1
                   UNTIL WS-PST-IX > WS-PST-COUNT
                       OR WS-PST-SAME-REF > 0
                   IF WS-PST-REFERENCE(WS-PST-IX) = RES-REFERENCE
                       AND WS-PST-FIRST-SEEN(WS-PST-IX) = WS-RECON-DATE
                       MOVE WS-PST-IX TO WS-PST-SAME-REF
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-PST-SAME-REF > 0
                   COMPUTE WS-PST-AMOUNT(WS-PST-SAME-REF) =
                       WS-PST-AMOUNT(WS-PST-SAME-REF)
                       + FUNCTION NUMVAL(RES-RESULT)
               WHEN WS-PST-COUNT < 3000
                   ADD 1 TO WS-PST-COUNT
                   MOVE RES-REFERENCE
                       TO WS-PST-REFERENCE(WS-PST-COUNT)
                   MOVE RES-ACCOUNT-CODE
                       TO WS-PST-ACCOUNT(WS-PST-COUNT)
                   COMPUTE WS-PST-AMOUNT(WS-PST-COUNT) =
                       FUNCTION NUMVAL(RES-RESULT)
                   MOVE RES-RUN-DATE TO WS-PST-DATE(WS-PST-COUNT)
                   MOVE WS-RECON-DATE
                       TO WS-PST-FIRST-SEEN(WS-PST-COUNT)
                   MOVE 0 TO WS-PST-NIGHTS(WS-PST-COUNT)
                   MOVE SPACE TO WS-PST-STATUS(WS-PST-COUNT)
               WHEN OTHER
                   DISPLAY "Posting table full - " RES-REFERENCE
                       " not reconciled"
           END-EVALUATE.

       1200-LOAD-STATEMENT.
           OPEN INPUT BANK-STMT-FILE.
           IF WS-BSTM-FILE-STATUS NOT = "00"
               DISPLAY "BANKSTMT.DAT not found - no bank lines tonight"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BANK-STMT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1210-LOAD-ONE-BANK-LINE
                   END-READ
               END-PERFORM
               CLOSE BANK-STMT-FILE
           END-IF.

       1210-LOAD-ONE-BANK-LINE.
           IF WS-BNK-COUNT < 3000
               ADD 1 TO WS-BNK-COUNT
               MOVE BSTM-REFERENCE TO WS-BNK-REFERENCE(WS-BNK-COUNT)
               MOVE BSTM-AMOUNT TO WS-BNK-AMOUNT(WS-BNK-COUNT)
               MOVE BSTM-VALUE-DATE TO WS-BNK-DATE(WS-BNK-COUNT)
               MOVE BSTM-NARRATIVE TO WS-BNK-NARRATIVE(WS-BNK-COUNT)
               MOVE WS-RECON-DATE TO WS-BNK-FIRST-SEEN(WS-BNK-COUNT)
               MOVE 0 TO WS-BNK-NIGHTS(WS-BNK-COUNT)
               MOVE SPACE TO WS-BNK-STATUS(WS-BNK-COUNT)
           ELSE
               DISPLAY "Bank line table full - " BSTM-REFERENCE
                   " not reconciled"
           END-IF.

      ******************************************************************
      *    BENOUT carries no reference, so it cannot be matched line
      *    for line, but its detail count and total for the date
      *    must agree with what RESMAST gave us - a shortfall means a
      *    posting never reached the master and would otherwise show
      *    up as a spurious "bank line with no posting".
      ******************************************************************
       1300-FOOT-BENOUT.
           MOVE SPACES TO WS-BENOUT-FILENAME.
           STRING "BENOUT." WS-RECON-DATE
               DELIMITED BY SIZE INTO WS-BENOUT-FILENAME.
           OPEN INPUT BEN-OUTPUT-FILE.
           IF WS-BENOUT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BEN-OUTPUT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SUB-LABEL NOT = "SUBTOTAL"
                               ADD 1 TO WS-OUT-COUNT
                               ADD FUNCTION NUMVAL(OUT-RESULT)
                                   TO WS-OUT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEN-OUTPUT-FILE
           END-IF.
           IF WS-OUT-COUNT NOT = WS-RES-COUNT
               OR WS-OUT-TOTAL NOT = WS-RES-TOTAL
               MOVE "N" TO WS-CONTROL-FLAG
           END-IF.

      ******************************************************************
      *    A posting is paired with every open bank line carrying its
      *    reference, so a payment the bank splits or corrects with a
      *    follow-up line still clears once the lines add up.
      ******************************************************************
       2000-MATCH-ONE-POSTING.
           MOVE 0 TO WS-BANK-SUM.
           MOVE 0 TO WS-BANK-HITS.
           PERFORM VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX > WS-BNK-COUNT
               IF WS-BNK-STATUS(WS-BNK-IX) = SPACE
                   AND WS-BNK-REFERENCE(WS-BNK-IX)
                       = WS-PST-REFERENCE(WS-PST-IX)
                   ADD 1 TO WS-BANK-HITS
                   ADD WS-BNK-AMOUNT(WS-BNK-IX) TO WS-BANK-SUM
               END-IF
           END-PERFORM.
           MOVE WS-BANK-SUM TO WS-PST-BANK-SUM(WS-PST-IX).
           IF WS-BANK-HITS > 0
               IF WS-BANK-SUM = WS-PST-AMOUNT(WS-PST-IX)
                   MOVE "M" TO WS-PST-STATUS(WS-PST-IX)
               ELSE
                   MOVE "X" TO WS-PST-STATUS(WS-PST-IX)
               END-IF
               PERFORM VARYING WS-BNK-IX FROM 1 BY 1
                   UNTIL WS-BNK-IX > WS-BNK-COUNT
                   IF WS-BNK-STATUS(WS-BNK-IX) = SPACE
                       AND WS-BNK-REFERENCE(WS-BNK-IX)
                           = WS-PST-REFERENCE(WS-PST-IX)
                       MOVE WS-PST-STATUS(WS-PST-IX)
                           TO WS-BNK-STATUS(WS-BNK-IX)
                   END-IF
               END-PERFORM
           END-IF.

       3000-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "BANK STATEMENT RECONCILIATION - POSTINGS OF "
               WS-RECON-DATE " - run " WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RES-TOTAL TO WS-EDIT-AMOUNT.
           MOVE WS-OUT-TOTAL TO WS-EDIT-BANK.
           MOVE SPACES TO REPORT-LINE.
           IF WS-CONTROL-AGREES
               STRING "CONTROL: RESMAST " WS-RES-COUNT " / "
                   WS-EDIT-AMOUNT " AGREES WITH " WS-BENOUT-FILENAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "** CONTROL: RESMAST " WS-RES-COUNT " / "
                   WS-EDIT-AMOUNT " BUT " WS-BENOUT-FILENAME " "
                   WS-OUT-COUNT " / " WS-EDIT-BANK " **"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       3050-START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.

       3060-WRITE-NONE.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3070-SET-CALLOUT.
           MOVE SPACES TO WS-CALLOUT.
           MOVE WS-ITEM-NIGHTS TO WS-EDIT-NIGHTS.
           IF WS-ITEM-NIGHTS NOT < CFG-BANK-AGE-NIGHTS
               MOVE "** OVERDUE **" TO WS-CALLOUT
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

       3100-WRITE-MATCHED.
           PERFORM 3050-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "1. MATCHED - REFERENCE AND AMOUNT AGREE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               IF WS-PST-STATUS(WS-PST-IX) = "M"
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD WS-PST-AMOUNT(WS-PST-IX) TO WS-MATCHED-TOTAL
                   MOVE WS-PST-AMOUNT(WS-PST-IX) TO WS-EDIT-AMOUNT
                   MOVE WS-PST-NIGHTS(WS-PST-IX) TO WS-EDIT-NIGHTS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-PST-REFERENCE(WS-PST-IX) " "
                       WS-PST-ACCOUNT(WS-PST-IX) " "
                       WS-PST-DATE(WS-PST-IX) " " WS-EDIT-AMOUNT
                       "  OPEN NIGHTS " WS-EDIT-NIGHTS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM 3060-WRITE-NONE.

       3200-WRITE-NO-BANK-LINE.
           PERFORM 3050-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "2. POSTINGS WITH NO BANK LINE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               IF WS-PST-STATUS(WS-PST-IX) = SPACE
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-NO-BANK-COUNT
                   ADD WS-PST-AMOUNT(WS-PST-IX) TO WS-NO-BANK-TOTAL
                   MOVE WS-PST-AMOUNT(WS-PST-IX) TO WS-EDIT-AMOUNT
                   MOVE WS-PST-NIGHTS(WS-PST-IX) TO WS-ITEM-NIGHTS
                   PERFORM 3070-SET-CALLOUT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-PST-REFERENCE(WS-PST-IX) " "
                       WS-PST-ACCOUNT(WS-PST-IX) " "
                       WS-PST-DATE(WS-PST-IX) " " WS-EDIT-AMOUNT
                       "  OPEN NIGHTS " WS-EDIT-NIGHTS " " WS-CALLOUT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM 3060-WRITE-NONE.

       3300-WRITE-NO-POSTING.
           PERFORM 3050-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "3. BANK LINES WITH NO POSTING"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX > WS-BNK-COUNT
               IF WS-BNK-STATUS(WS-BNK-IX) = SPACE
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-NO-POST-COUNT
                   ADD WS-BNK-AMOUNT(WS-BNK-IX) TO WS-NO-POST-TOTAL
                   MOVE WS-BNK-AMOUNT(WS-BNK-IX) TO WS-EDIT-BANK
                   MOVE WS-BNK-NIGHTS(WS-BNK-IX) TO WS-ITEM-NIGHTS
                   PERFORM 3070-SET-CALLOUT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-BNK-REFERENCE(WS-BNK-IX) " "
                       WS-BNK-DATE(WS-BNK-IX) " " WS-EDIT-BANK " "
                       WS-BNK-NARRATIVE(WS-BNK-IX)
                       "  OPEN NIGHTS " WS-EDIT-NIGHTS " " WS-CALLOUT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM 3060-WRITE-NONE.

       3400-WRITE-MISMATCHES.
           PERFORM 3050-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "4. AMOUNT MISMATCHES - REFERENCE FOUND, AMOUNT "
               "DIFFERS (POSTED / BANK / DIFFERENCE)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               IF WS-PST-STATUS(WS-PST-IX) = "X"
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-MISMATCH-COUNT
                   COMPUTE WS-DIFFERENCE = WS-PST-AMOUNT(WS-PST-IX)
                       - WS-PST-BANK-SUM(WS-PST-IX)
                   ADD WS-DIFFERENCE TO WS-MISMATCH-TOTAL
                   MOVE WS-PST-AMOUNT(WS-PST-IX) TO WS-EDIT-AMOUNT
                   MOVE WS-PST-BANK-SUM(WS-PST-IX) TO WS-EDIT-BANK
                   MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
                   MOVE WS-PST-NIGHTS(WS-PST-IX) TO WS-ITEM-NIGHTS
                   PERFORM 3070-SET-CALLOUT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-PST-REFERENCE(WS-PST-IX) " "
                       WS-PST-ACCOUNT(WS-PST-IX) " " WS-EDIT-AMOUNT
                       " " WS-EDIT-BANK " " WS-EDIT-DIFF
                       "  OPEN NIGHTS " WS-EDIT-NIGHTS " " WS-CALLOUT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM 3060-WRITE-NONE.

       3900-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MATCHED-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MATCHED=" WS-MATCHED-COUNT " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NO-BANK-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO BANK LINE=" WS-NO-BANK-COUNT " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NO-POST-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO POSTING=" WS-NO-POST-COUNT " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MISMATCH-TOTAL TO WS-EDIT-DIFF.
           MOVE SPACES TO REPORT-LINE.
           STRING "MISMATCHED=" WS-MISMATCH-COUNT " NET DIFFERENCE "
               WS-EDIT-DIFF
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERDUE (OPEN " CFG-BANK-AGE-NIGHTS
               "+ NIGHTS)=" WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-JOURNAL-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INTERNAL JOURNALS NOT MATCHED=" WS-JOURNAL-COUNT
               " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      *    Everything not cleared tonight - either side of a
      *    mismatch included - is written back for tomorrow.
      ******************************************************************
       4000-REWRITE-OPEN-ITEMS.
           OPEN OUTPUT BANK-OPEN-FILE.
           PERFORM VARYING WS-PST-IX FROM 1 BY 1
               UNTIL WS-PST-IX > WS-PST-COUNT
               IF WS-PST-STATUS(WS-PST-IX) NOT = "M"
                   MOVE SPACES TO BANK-OPEN-RECORD
                   SET BOPN-POSTING-SIDE TO TRUE
                   MOVE WS-PST-REFERENCE(WS-PST-IX) TO BOPN-REFERENCE
                   MOVE WS-PST-ACCOUNT(WS-PST-IX) TO BOPN-ACCT-CODE
                   MOVE WS-PST-AMOUNT(WS-PST-IX) TO BOPN-AMOUNT
                   MOVE WS-PST-DATE(WS-PST-IX) TO BOPN-ITEM-DATE
                   MOVE WS-PST-FIRST-SEEN(WS-PST-IX) TO BOPN-FIRST-SEEN
                   MOVE WS-RECON-DATE TO BOPN-LAST-RUN
                   MOVE WS-PST-NIGHTS(WS-PST-IX) TO BOPN-NIGHTS
                   WRITE BANK-OPEN-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX > WS-BNK-COUNT
               IF WS-BNK-STATUS(WS-BNK-IX) NOT = "M"
                   MOVE SPACES TO BANK-OPEN-RECORD
                   SET BOPN-BANK-SIDE TO TRUE
                   MOVE WS-BNK-REFERENCE(WS-BNK-IX) TO BOPN-REFERENCE
                   MOVE WS-BNK-AMOUNT(WS-BNK-IX) TO BOPN-AMOUNT
                   MOVE WS-BNK-DATE(WS-BNK-IX) TO BOPN-ITEM-DATE
                   MOVE WS-BNK-FIRST-SEEN(WS-BNK-IX) TO BOPN-FIRST-SEEN
                   MOVE WS-RECON-DATE TO BOPN-LAST-RUN
                   MOVE WS-BNK-NIGHTS(WS-BNK-IX) TO BOPN-NIGHTS
                   MOVE WS-BNK-NARRATIVE(WS-BNK-IX) TO BOPN-NARRATIVE
                   WRITE BANK-OPEN-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.
           CLOSE BANK-OPEN-FILE.
           DISPLAY "BankRec - " WS-CARRIED-COUNT
               " item(s) carried forward on BANKOPEN.DAT".
