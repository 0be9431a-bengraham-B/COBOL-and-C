      *    batch is released by appending BENREV.DAT onto
      *    BENRCYC.DAT for the next window. BENREV.DAT is extended,
      *    not replaced, so an earlier batch still awaiting release
      *    is never destroyed by preparing another one. Re-running
      *    for the same date is safe: marked originals are skipped,
      *    and a duplicate "RV" reference would reject in validation.
      *    A reversal of a run whose month finance has closed
      *    (PERDMST.MST) may not change that month: the reversing
      *    details are value-dated to the reversed run and flagged
      *    with its period, so they post in the open period as
      *    prior-period adjustments and are listed for audit.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-REVERSAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BENREVRP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FILE ASSIGN TO "PERDMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       COPY TRANREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       FD  PERIOD-FILE.
       COPY PERDREC.
       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REVERSAL-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PERIOD-CLOSED-FLAG       PIC X VALUE "N".
           88  WS-PERIOD-CLOSED        VALUE "Y".
       01  WS-ARCHIVE-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-OUTPUT-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
               GOBACK
           END-IF.

           PERFORM 0500-CHECK-TARGET-PERIOD.
           PERFORM 1000-READ-BENOUT-GENERATION.

           OPEN OUTPUT WORK-FILE.
           END-IF.
           GOBACK.

       0500-CHECK-TARGET-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE WS-TARGET-DATE(1:6) TO PERD-MONTH
               READ PERIOD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PERD-CLOSED
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-PERIOD-CLOSED
               DISPLAY "Period " WS-TARGET-DATE(1:6) " is closed - "
                   "reversals will post as prior-period adjustments"
           END-IF.

       1000-READ-BENOUT-GENERATION.
           MOVE SPACES TO WS-OUTPUT-FILENAME.
           STRING "BENOUT." WS-TARGET-DATE
               " VALUE=" WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PERIOD-CLOSED
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD " WS-TARGET-DATE(1:6) " IS CLOSED - "
                   "REVERSALS POST IN THE OPEN PERIOD AS PRIOR-PERIOD "
                   "ADJUSTMENTS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-WORK-AMT TO WS-EDIT-AMT-2.
           MOVE AUDIT-ORIG-CURRENCY TO TRAN-CURRENCY-CODE.
           MOVE WS-REV-REFERENCE TO TRAN-REFERENCE.
           MOVE SPACES TO TRAN-APPROVED-BY.
           IF WS-PERIOD-CLOSED
               MOVE WS-TARGET-DATE TO TRAN-VALUE-DATE
               MOVE WS-TARGET-DATE(1:6) TO TRAN-ORIG-PERIOD
           ELSE
               MOVE SPACES TO TRAN-VALUE-DATE
               MOVE SPACES TO TRAN-ORIG-PERIOD
           END-IF.
           WRITE TRAN-RECORD.

           COMPUTE WS-REVERSAL-TOTAL = WS-REVERSAL-TOTAL
