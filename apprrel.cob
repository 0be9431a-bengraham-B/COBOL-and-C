      *    A release carries the supervisor's ID in TRAN-APPROVED-BY
      *    so the detail clears the limit check when the next window
      *    revalidates it, instead of pending all over again.
      *    A posting to a dormant account is held on the same queue
      *    whatever its amount and is shown with that reason. Its
      *    release posts it but leaves the account dormant - only
      *    AcctMnt reactivates an account.
      *    A detail held across a month-end may be meant for a month
      *    finance has since closed (PERDMST.MST) - its value date,
      *    or the window it was held in when it has none. Its
      *    release is refused for that month: it goes out flagged
      *    with the closed period and posts in the open period as a
      *    prior-period adjustment, listed for audit.
      *    From a signed-on menu session the reviewing supervisor is
      *    the signed-on operator and is not asked for again.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RECYCLE-FILE ASSIGN TO "BENRCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERDMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       COPY REJCTREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  PERIOD-FILE.
       COPY PERDREC.
       WORKING-STORAGE SECTION.

       COPY SESSCTL.

       01  WS-APPROVAL-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-RECYCLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REJECT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PERD-OPEN-FLAG           PIC X VALUE "N".
           88  WS-PERD-OPEN            VALUE "Y".
       01  WS-PERIOD-CLOSED-FLAG       PIC X VALUE "N".
           88  WS-PERIOD-CLOSED        VALUE "Y".
       01  WS-MEANT-DATE               PIC X(8) VALUE SPACES.
       01  WS-PRIOR-ADJ-COUNT          PIC 9(4) VALUE 0.
       01  WS-PND-EOF-FLAG             PIC X VALUE "N".
           88  WS-PND-END-OF-FILE      VALUE "Y".
       01  WS-QUIT-FLAG                PIC X VALUE "N".
           05  WS-PND-COUNT            PIC 9(3) VALUE 0.
           05  WS-PND-ENTRY OCCURS 500 TIMES.
               10  WS-PND-ACTION       PIC X.
               10  WS-PND-RECORD       PIC X(89).

       PROCEDURE DIVISION.

           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               SET WS-PERD-OPEN TO TRUE
           END-IF.

           PERFORM VARYING WS-PND-IX FROM 1 BY 1
               UNTIL WS-PND-IX > WS-PND-COUNT
           CLOSE RECYCLE-FILE.
           CLOSE REJECT-FILE.
           CLOSE AUDIT-FILE.
           IF WS-PERD-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           PERFORM 5000-REWRITE-PENDING-QUEUE.

           DISPLAY "ApprRel complete - released " WS-RELEASED-COUNT
               ", declined " WS-DECLINED-COUNT
               ", retained " WS-RETAINED-COUNT.
           IF WS-PRIOR-ADJ-COUNT > 0
               DISPLAY WS-PRIOR-ADJ-COUNT " release(s) meant for a "
                   "closed period - posting as prior-period adjustments"
           END-IF.
           GOBACK.

       1000-LOAD-PENDING-QUEUE.
       1100-OPEN-OPERATOR-MASTER.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST is missing or unreadable - status "
                   WS-OPER-FILE-STATUS
                   " - run the nightly window to build it"
               MOVE 8 TO RETURN-CODE
           END-IF.

       1200-IDENTIFY-SUPERVISOR.
           IF SESS-SIGNED-ON
               MOVE SESS-OPER-ID TO WS-SUPERVISOR-ID
           ELSE
               DISPLAY "Reviewing supervisor ID: " WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR-ID
               MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-ID)
                   TO WS-SUPERVISOR-ID
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-SUPERVISOR-ID TO OPER-ID.
           READ OPER-FILE
           DISPLAY "  Amount 2 : " TRAN-NUM-2-X.
           DISPLAY "  Currency : " TRAN-CURRENCY-CODE.
           DISPLAY "  Reference: " TRAN-REFERENCE.
           IF APPR-DORMANT-ACCT
               DISPLAY "  Held for : account " TRAN-ACCOUNT-CODE
                   " is DORMANT - check it was meant for this account"
           ELSE
               DISPLAY "  Held for : amount over the operator's limit"
           END-IF.
           PERFORM 2200-CHECK-CLOSED-PERIOD.
           IF WS-PERIOD-CLOSED
               DISPLAY "  Period   : " WS-MEANT-DATE(1:6)
                   " is CLOSED - a release posts as a prior-period "
                   "adjustment"
           END-IF.
           DISPLAY "R=release, D=decline, S=skip, Q=quit: "
               WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
                   CONTINUE
           END-EVALUATE.

       2200-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED-FLAG.
           IF TRAN-VALUE-DATE IS NUMERIC
               MOVE TRAN-VALUE-DATE TO WS-MEANT-DATE
           ELSE
               MOVE APPR-SUBMIT-DATE TO WS-MEANT-DATE
           END-IF.
           IF WS-PERD-OPEN AND TRAN-ORIG-PERIOD = SPACES
               AND WS-MEANT-DATE(1:6) < WS-CURRENT-DATE-TIME(1:6)
               MOVE WS-MEANT-DATE(1:6) TO PERD-MONTH
               READ PERIOD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PERD-CLOSED
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       3000-RELEASE-PENDING.
      *    The release is stamped with the supervisor's ID so the
      *    next window's limit check honors it instead of pending
      *    the same detail all over again (see 1135 in Ben-COBOL).
           MOVE WS-SUPERVISOR-ID TO TRAN-APPROVED-BY.
           IF WS-PERIOD-CLOSED
               MOVE WS-MEANT-DATE TO TRAN-VALUE-DATE
               MOVE WS-MEANT-DATE(1:6) TO TRAN-ORIG-PERIOD
               ADD 1 TO WS-PRIOR-ADJ-COUNT
           END-IF.
           WRITE TRAN-RECORD.
           MOVE "R" TO WS-PND-ACTION(WS-PND-IX).
           ADD 1 TO WS-RELEASED-COUNT.
