       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerdMnt.

      ******************************************************************
      *    PerdMnt - accounting period control maintenance.
      *    Once MonthRpt has run and finance has signed a month off,
      *    the month is closed here, on the indexed PERDMST.MST
      *    master (created on the first status keyed). A month is
      *    open until it is given a status; "closing" marks the
      *    days finance is working on it and still lets postings
      *    in; "closed" stops anything posting into it - a detail
      *    meant for a closed month posts in the open period as a
      *    prior-period adjustment instead. Only a month before the
      *    current one can be closed, so the window always has an
      *    open period to post into. The keying operator must be on
      *    the operator master, and every change writes a before/
      *    after image to MSTAUDIT.DAT the same as OperMnt.
      *    The auditors' list of every prior-period adjustment
      *    posted (PRIORADJ.DAT) is printed from here to
      *    PRIORADJ.OUT, for one original period or for all.
      *    From a signed-on menu session the keyer is the signed-on
      *    operator and is not asked for again.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERDMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT MAUD-FILE ASSIGN TO "MSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.
           SELECT PRIOR-ADJ-FILE ASSIGN TO "PRIORADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PRIORADJ.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PERDREC.
       FD  OPER-FILE.
       COPY OPERREC.
       FD  MAUD-FILE.
       COPY MAUDREC.
       FD  PRIOR-ADJ-FILE.
       COPY PPADJREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY SESSCTL.

       01  WS-PERIOD-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-MAUD-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PPA-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  WS-DONE                 VALUE "Y".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                VALUE "Y".
       01  WS-CHOICE                   PIC X VALUE SPACE.
       01  WS-ANSWER                   PIC X(25) VALUE SPACES.
       01  WS-KEYED-BY                 PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CURRENT-MONTH            PIC X(6) VALUE SPACES.
       01  WS-ENTRY-MONTH              PIC X(6) VALUE SPACES.
       01  WS-ENTRY-MONTH-MM REDEFINES WS-ENTRY-MONTH.
           05  FILLER                  PIC X(4).
           05  WS-ENTRY-MM             PIC 99.
       01  WS-ENTRY-STATUS             PIC X VALUE SPACE.
       01  WS-OLD-STATUS               PIC X VALUE SPACE.
       01  WS-STATUS-NAME              PIC X(7) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(44) VALUE SPACES.
       01  WS-LISTED-COUNT             PIC 9(6) VALUE 0.
       01  WS-LIST-PERIOD              PIC X(6) VALUE SPACES.
       01  WS-PPA-TOTAL                PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-AMOUNT              PIC +9(11).99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-CURRENT-MONTH.
           PERFORM 1000-OPEN-MASTER.
           PERFORM 1200-IDENTIFY-KEYER.
           IF NOT WS-FOUND
               DISPLAY "Operator " WS-KEYED-BY " is not on the "
                   "master - period maintenance refused"
               MOVE 8 TO RETURN-CODE
               CLOSE PERIOD-FILE
               GOBACK
           END-IF.

           OPEN EXTEND MAUD-FILE.
           IF WS-MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM 2000-SHOW-MENU
               PERFORM 2100-PROMPT-FOR-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "S"
                       PERFORM 3000-SET-PERIOD-STATUS
                   WHEN "L"
                       PERFORM 5000-LIST-PERIODS
                   WHEN "A"
                       PERFORM 6000-LIST-PRIOR-ADJUSTMENTS
                   WHEN "X"
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice: " WS-CHOICE
               END-EVALUATE
           END-PERFORM.
           CLOSE PERIOD-FILE.
           CLOSE MAUD-FILE.
           DISPLAY "Period control saved".
           GOBACK.

       1000-OPEN-MASTER.
           OPEN I-O PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "35"
               DISPLAY "PERDMST.MST not found - starting a new master"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "PERDMST.MST unusable - status "
                   WS-PERIOD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-IDENTIFY-KEYER.
           IF SESS-SIGNED-ON
               MOVE SESS-OPER-ID TO WS-KEYED-BY
           ELSE
               DISPLAY "Keying operator ID: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8))
                   TO WS-KEYED-BY
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS
                   " - run the nightly window to build it"
           ELSE
               MOVE WS-KEYED-BY TO OPER-ID
               READ OPER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-FOUND TO TRUE
               END-READ
               CLOSE OPER-FILE
           END-IF.

       2000-SHOW-MENU.
           DISPLAY "======================================".
           DISPLAY " Accounting Period Control - keyed by "
               WS-KEYED-BY.
           DISPLAY "======================================".
           DISPLAY " S - Set a period's status".
           DISPLAY " L - List periods".
           DISPLAY " A - Prior-period adjustment list".
           DISPLAY " X - Exit".
           DISPLAY "======================================".

       2100-PROMPT-FOR-CHOICE.
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

       3000-SET-PERIOD-STATUS.
           DISPLAY "Period (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH NOT NUMERIC
               OR WS-ENTRY-MM < 1 OR WS-ENTRY-MM > 12
               DISPLAY "Period must be keyed as YYYYMM"
           ELSE
               PERFORM 3100-READ-PERIOD
               MOVE WS-OLD-STATUS TO WS-ENTRY-STATUS
               PERFORM 3900-NAME-STATUS
               DISPLAY "Period " WS-ENTRY-MONTH " is " WS-STATUS-NAME
               DISPLAY "New status O=open, L=closing, C=closed: "
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1))
                   TO WS-ENTRY-STATUS
               PERFORM 3200-VALIDATE-STATUS
           END-IF.

       3100-READ-PERIOD.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-ENTRY-MONTH TO PERD-MONTH.
           READ PERIOD-FILE
               INVALID KEY
                   MOVE SPACES TO PERIOD-RECORD
                   MOVE WS-ENTRY-MONTH TO PERD-MONTH
                   SET PERD-OPEN TO TRUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           MOVE PERD-STATUS TO WS-OLD-STATUS.
           MOVE PERIOD-RECORD TO WS-BEFORE-IMAGE.

      ******************************************************************
      *    The current month can be marked closing but never closed,
      *    and nothing can be set on a month that has not started:
      *    the window must always have an open period to post a
      *    late adjustment into.
      ******************************************************************
       3200-VALIDATE-STATUS.
           EVALUATE TRUE
               WHEN WS-ENTRY-STATUS NOT = "O"
                   AND WS-ENTRY-STATUS NOT = "L"
                   AND WS-ENTRY-STATUS NOT = "C"
                   DISPLAY "Status must be O, L, or C"
               WHEN WS-ENTRY-STATUS = WS-OLD-STATUS
                   DISPLAY "Period " WS-ENTRY-MONTH
                       " already has that status"
               WHEN WS-ENTRY-MONTH > WS-CURRENT-MONTH
                   AND WS-ENTRY-STATUS NOT = "O"
                   DISPLAY "Refused - period " WS-ENTRY-MONTH
                       " has not started yet"
               WHEN WS-ENTRY-MONTH = WS-CURRENT-MONTH
                   AND WS-ENTRY-STATUS = "C"
                   DISPLAY "Refused - the current period "
                       WS-ENTRY-MONTH " cannot be closed"
               WHEN OTHER
                   PERFORM 3300-WRITE-PERIOD
           END-EVALUATE.

       3300-WRITE-PERIOD.
           MOVE WS-ENTRY-STATUS TO PERD-STATUS.
           MOVE WS-KEYED-BY TO PERD-CHANGED-BY.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PERD-CHANGED-DATE.
           IF WS-FOUND
               REWRITE PERIOD-RECORD
           ELSE
               WRITE PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add period - status "
                           WS-PERIOD-FILE-STATUS
               END-WRITE
           END-IF.
           PERFORM 3900-NAME-STATUS.
           DISPLAY "Period " WS-ENTRY-MONTH " is now " WS-STATUS-NAME.
           PERFORM 3400-WRITE-MASTER-AUDIT.

       3400-WRITE-MASTER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP.
           MOVE WS-KEYED-BY TO MAUD-KEYED-BY.
           EVALUATE WS-ENTRY-STATUS
               WHEN "O"
                   MOVE "PRDOPEN" TO MAUD-ACTION
               WHEN "L"
                   MOVE "PRDCLSNG" TO MAUD-ACTION
               WHEN OTHER
                   MOVE "PRDCLOSE" TO MAUD-ACTION
           END-EVALUATE.
           MOVE WS-ENTRY-MONTH TO MAUD-TARGET-ID.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE.
           MOVE PERIOD-RECORD TO MAUD-AFTER.
           WRITE MASTER-AUDIT-RECORD.

       3900-NAME-STATUS.
           EVALUATE WS-ENTRY-STATUS
               WHEN "L"
                   MOVE "CLOSING" TO WS-STATUS-NAME
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATUS-NAME
           END-EVALUATE.

       5000-LIST-PERIODS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO PERD-MONTH.
           START PERIOD-FILE KEY >= PERD-MONTH
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERIOD-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE PERD-STATUS TO WS-ENTRY-STATUS
                       PERFORM 3900-NAME-STATUS
                       DISPLAY PERD-MONTH " " WS-STATUS-NAME
                           " SET BY " PERD-CHANGED-BY
                           " ON " PERD-CHANGED-DATE
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "No period has been given a status - "
                   "every period is open"
           END-IF.

      ******************************************************************
      *    The auditors' list: every prior-period adjustment posted,
      *    in the order the windows posted them, with the closed
      *    month each was meant for.
      ******************************************************************
       6000-LIST-PRIOR-ADJUSTMENTS.
           DISPLAY "Original period to list (YYYYMM, blank=all): "
               WITH NO ADVANCING.
           ACCEPT WS-LIST-PERIOD.
           OPEN INPUT PRIOR-ADJ-FILE.
           IF WS-PPA-FILE-STATUS NOT = "00"
               DISPLAY "PRIORADJ.DAT not found - no prior-period "
                   "adjustment has been posted"
           ELSE
               MOVE 0 TO WS-LISTED-COUNT
               MOVE 0 TO WS-PPA-TOTAL
               MOVE "N" TO WS-EOF-FLAG
               OPEN OUTPUT REPORT-FILE
               PERFORM 6100-WRITE-ADJUSTMENT-HEADER
               PERFORM UNTIL WS-END-OF-FILE
                   READ PRIOR-ADJ-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-LIST-PERIOD = SPACES
                               OR WS-LIST-PERIOD = PPA-ORIG-PERIOD
                               PERFORM 6200-WRITE-ADJUSTMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-ADJ-FILE
               PERFORM 6300-WRITE-ADJUSTMENT-TOTALS
               CLOSE REPORT-FILE
               DISPLAY WS-LISTED-COUNT " prior-period adjustment(s) "
                   "listed on PRIORADJ.OUT"
           END-IF.

       6100-WRITE-ADJUSTMENT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LIST-PERIOD = SPACES
               STRING "PRIOR-PERIOD ADJUSTMENTS - ALL PERIODS - "
                   "PREPARED " WS-CURRENT-DATE-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "PRIOR-PERIOD ADJUSTMENTS - PERIOD "
                   WS-LIST-PERIOD " - PREPARED " WS-CURRENT-DATE-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTED   PERIOD VALUE DT REFERENCE    ACCT   "
               "OPERATOR APPROVER           AMOUNT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       6200-WRITE-ADJUSTMENT-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           ADD PPA-AMOUNT TO WS-PPA-TOTAL.
           MOVE PPA-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING PPA-POST-DATE " " PPA-ORIG-PERIOD " "
               PPA-VALUE-DATE " " PPA-REFERENCE " "
               PPA-ACCOUNT-CODE " " PPA-OPERATOR-ID " "
               PPA-APPROVED-BY " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       6300-WRITE-ADJUSTMENT-TOTALS.
           MOVE WS-PPA-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADJUSTMENTS=" WS-LISTED-COUNT
               " VALUE=" WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
