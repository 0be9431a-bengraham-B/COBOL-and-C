       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxRpt.

      ******************************************************************
      *    TaxRpt - tax return report for any date range.
      *    Ben-COBOL splits every posting to a taxable account into
      *    a net row and a tax row on RESMAST.MST, both carrying the
      *    account's tax code. This report totals them by tax code
      *    over the run dates asked for - the taxable base (the net
      *    rows), the tax (the tax rows) and the number of postings
      *    taxed - which is what the return is filed from. Codes are
      *    listed in TAXMST.MST order with today's rate and
      *    liability account for reference; a code found on the
      *    master's history but since removed from TAXMST.MST is
      *    still listed. Report is TAXRPT.OUT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT TAX-FILE ASSIGN TO "TAXMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TAXRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY RESREC.
       FD  TAX-FILE.
       COPY TAXREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY CURRCFG.

       01  WS-RESULT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-TAX-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8) VALUE SPACES.
       01  WS-AMOUNT                   PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-BASE               PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-TAX                PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-POSTINGS           PIC 9(8) VALUE 0.
       01  WS-EDIT-BASE                PIC -(12)9.99.
       01  WS-EDIT-TAX                 PIC -(12)9.99.
       01  WS-EDIT-RATE                PIC ZZ9.9999.
       01  WS-EDIT-COUNT               PIC Z(7)9.
       01  WS-LOOKUP-CODE              PIC X(2) VALUE SPACES.
       01  WS-TAX-IX                   PIC 9(3) VALUE 0.
       01  WS-TAX-FOUND-IX             PIC 9(3) VALUE 0.
       01  WS-TAX-TABLE.
           05  WS-TAX-COUNT            PIC 9(3) VALUE 0.
           05  WS-TAX-ENTRY OCCURS 200 TIMES.
               10  WS-TAX-TBL-CODE     PIC X(2).
               10  WS-TAX-TBL-DESC     PIC X(30).
               10  WS-TAX-TBL-RATE     PIC 9(3)V9(4).
               10  WS-TAX-TBL-LIAB     PIC X(6).
               10  WS-TAX-TBL-ON-MST   PIC X.
               10  WS-TAX-TBL-COUNT    PIC 9(8).
               10  WS-TAX-TBL-BASE     PIC S9(13)V99.
               10  WS-TAX-TBL-TAX      PIC S9(13)V99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "Tax return from (YYYYMMDD, blank=first of this "
               "month): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = SPACES
               STRING WS-CURRENT-DATE-TIME(1:6) "01"
                   DELIMITED BY SIZE INTO WS-FROM-DATE
           END-IF.
           DISPLAY "Tax return to (YYYYMMDD, blank=today): "
               WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               DISPLAY "Dates must be keyed as YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date " WS-FROM-DATE " is after to date "
                   WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-LOAD-TAX-CODES.

           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST not found - nothing to report"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FROM-DATE TO RES-RUN-DATE.
           MOVE 0 TO RES-SEQUENCE.
           START RESULT-FILE KEY >= RES-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ RESULT-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RES-RUN-DATE > WS-TO-DATE
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           IF RES-TAX-CODE NOT = SPACES
                               PERFORM 2000-ADD-TAXED-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULT-FILE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 3000-WRITE-HEADER.
           PERFORM VARYING WS-TAX-IX FROM 1 BY 1
               UNTIL WS-TAX-IX > WS-TAX-COUNT
               PERFORM 4000-WRITE-TAX-CODE-LINE
           END-PERFORM.
           PERFORM 5000-WRITE-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-TOTAL-BASE TO WS-EDIT-BASE.
           MOVE WS-TOTAL-TAX TO WS-EDIT-TAX.
           DISPLAY "TaxRpt " WS-FROM-DATE " to " WS-TO-DATE " - "
               WS-TOTAL-POSTINGS " taxed posting(s), base "
               WS-EDIT-BASE ", tax " WS-EDIT-TAX
               " - see TAXRPT.OUT".
           GOBACK.

      ******************************************************************
      *    No TAXMST.MST is not an error here: the return is built
      *    from what posted, and the master only adds the rate and
      *    description to each line.
      ******************************************************************
       1000-LOAD-TAX-CODES.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ TAX-FILE NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-TAX-COUNT < 200
                               ADD 1 TO WS-TAX-COUNT
                               MOVE WS-TAX-COUNT TO WS-TAX-FOUND-IX
                               PERFORM 1100-START-TAX-ENTRY
                               MOVE TAX-CODE
                                   TO WS-TAX-TBL-CODE(WS-TAX-COUNT)
                               MOVE TAX-DESCRIPTION
                                   TO WS-TAX-TBL-DESC(WS-TAX-COUNT)
                               MOVE TAX-RATE-PCT
                                   TO WS-TAX-TBL-RATE(WS-TAX-COUNT)
                               MOVE TAX-LIABILITY-ACCT
                                   TO WS-TAX-TBL-LIAB(WS-TAX-COUNT)
                               MOVE "Y"
                                   TO WS-TAX-TBL-ON-MST(WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.

       1100-START-TAX-ENTRY.
           MOVE SPACES TO WS-TAX-TBL-DESC(WS-TAX-FOUND-IX).
           MOVE 0 TO WS-TAX-TBL-RATE(WS-TAX-FOUND-IX).
           MOVE SPACES TO WS-TAX-TBL-LIAB(WS-TAX-FOUND-IX).
           MOVE "N" TO WS-TAX-TBL-ON-MST(WS-TAX-FOUND-IX).
           MOVE 0 TO WS-TAX-TBL-COUNT(WS-TAX-FOUND-IX).
           MOVE 0 TO WS-TAX-TBL-BASE(WS-TAX-FOUND-IX).
           MOVE 0 TO WS-TAX-TBL-TAX(WS-TAX-FOUND-IX).

       1200-FIND-TAX-CODE.
           MOVE 0 TO WS-TAX-FOUND-IX.
           PERFORM VARYING WS-TAX-IX FROM 1 BY 1
               UNTIL WS-TAX-IX > WS-TAX-COUNT OR WS-TAX-FOUND-IX > 0
               IF WS-TAX-TBL-CODE(WS-TAX-IX) = WS-LOOKUP-CODE
                   MOVE WS-TAX-IX TO WS-TAX-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-TAX-FOUND-IX = 0 AND WS-TAX-COUNT < 200
               ADD 1 TO WS-TAX-COUNT
               MOVE WS-TAX-COUNT TO WS-TAX-FOUND-IX
               PERFORM 1100-START-TAX-ENTRY
               MOVE WS-LOOKUP-CODE TO WS-TAX-TBL-CODE(WS-TAX-COUNT)
           END-IF.

      *    A net row is the taxable base and counts as one taxed
      *    posting; a tax row is the tax on it.
       2000-ADD-TAXED-ROW.
           MOVE RES-TAX-CODE TO WS-LOOKUP-CODE.
           PERFORM 1200-FIND-TAX-CODE.
           IF WS-TAX-FOUND-IX > 0
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(RES-RESULT)
               IF RES-TAX-PORTION
                   ADD WS-AMOUNT TO WS-TAX-TBL-TAX(WS-TAX-FOUND-IX)
                   ADD WS-AMOUNT TO WS-TOTAL-TAX
               ELSE
                   ADD WS-AMOUNT TO WS-TAX-TBL-BASE(WS-TAX-FOUND-IX)
                   ADD 1 TO WS-TAX-TBL-COUNT(WS-TAX-FOUND-IX)
                   ADD WS-AMOUNT TO WS-TOTAL-BASE
                   ADD 1 TO WS-TOTAL-POSTINGS
               END-IF
           END-IF.

       3000-WRITE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "TAX RETURN BY TAX CODE - RUN DATES " WS-FROM-DATE
               " TO " WS-TO-DATE " (" CURR-CODE ") - run "
               WS-CURRENT-DATE-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CODE RATE NOW  LIABILITY POSTINGS"
               "     TAXABLE BASE              TAX  DESCRIPTION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-WRITE-TAX-CODE-LINE.
           MOVE WS-TAX-TBL-RATE(WS-TAX-IX) TO WS-EDIT-RATE.
           MOVE WS-TAX-TBL-COUNT(WS-TAX-IX) TO WS-EDIT-COUNT.
           MOVE WS-TAX-TBL-BASE(WS-TAX-IX) TO WS-EDIT-BASE.
           MOVE WS-TAX-TBL-TAX(WS-TAX-IX) TO WS-EDIT-TAX.
           MOVE SPACES TO REPORT-LINE.
           IF WS-TAX-TBL-ON-MST(WS-TAX-IX) = "Y"
               STRING WS-TAX-TBL-CODE(WS-TAX-IX) "   "
                   WS-EDIT-RATE "  " WS-TAX-TBL-LIAB(WS-TAX-IX)
                   "    " WS-EDIT-COUNT " " WS-EDIT-BASE " "
                   WS-EDIT-TAX "  " WS-TAX-TBL-DESC(WS-TAX-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-TAX-TBL-CODE(WS-TAX-IX) "   "
                   "-- NOT ON TAXMST    "
                   WS-EDIT-COUNT " " WS-EDIT-BASE " " WS-EDIT-TAX
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE WS-TOTAL-POSTINGS TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-BASE TO WS-EDIT-BASE.
           MOVE WS-TOTAL-TAX TO WS-EDIT-TAX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL" "                    " WS-EDIT-COUNT " "
               WS-EDIT-BASE " " WS-EDIT-TAX
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TAX-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NO TAX CODES SET UP AND NO TAXED POSTINGS "
                   "IN THE RANGE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
