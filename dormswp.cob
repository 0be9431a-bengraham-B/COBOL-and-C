       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormSwp.

      ******************************************************************
      *    DormSwp - dormant account sweep.
      *    Cost centers nobody uses stay active on ACCTMAST.MST and
      *    keep taking stray postings, which are nearly always
      *    keying slips. This marks every active account dormant
      *    when its last posting (BAL-LAST-POST-DATE on BALMST.MST)
      *    is more than CFG-DORMANT-DAYS days ago. A dormant account
      *    keeps its balance and stays on every report, but Ben-
      *    COBOL and TranEntry hold a posting to it on BENPEND.DAT
      *    for a supervisor instead of posting it, until AcctMnt
      *    reactivates it. An account that has never posted has no
      *    balance row and is left alone - it may be newly opened.
      *    Each account changed is listed on DORMSWP.OUT and written
      *    to MSTAUDIT.DAT under the batch operator ID with its
      *    before and after status. Run weekly.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCT-CODE
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT MAUD-FILE ASSIGN TO "MSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DORMSWP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  BALANCE-FILE.
       COPY BALREC.
       FD  MAUD-FILE.
       COPY MAUDREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.

       COPY BATCHCFG.

       01  WS-ACCT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-MAUD-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-YYYYMMDD        PIC X(8).
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-IDLE-BEFORE-DATE         PIC X(8) VALUE SPACES.
       01  WS-DAYS-IDLE                PIC 9(6) VALUE 0.
       01  WS-EDIT-BALANCE             PIC -(12)9.99.
       01  WS-ACCOUNT-COUNT            PIC 9(6) VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(6) VALUE 0.
       01  WS-NO-BALANCE-COUNT         PIC 9(6) VALUE 0.
       01  WS-REACTIVATED-COUNT        PIC 9(6) VALUE 0.
       01  WS-MARKED-COUNT             PIC 9(6) VALUE 0.
       01  WS-DORMANT-COUNT            PIC 9(6) VALUE 0.
       01  WS-STATUS-IMAGE.
           05  WS-IMG-CODE             PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IMG-STATUS           PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-IMG-LAST-POST        PIC X(8).
       01  WS-BEFORE-IMAGE             PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE-YYYYMMDD))
               - CFG-DORMANT-DAYS).
           MOVE WS-DATE-NUM TO WS-IDLE-BEFORE-DATE.

           PERFORM 1000-OPEN-MASTERS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1100-WRITE-REPORT-HEADER.

           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ACCT-CODE.
           START ACCT-FILE KEY >= ACCT-CODE
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ ACCT-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2000-CHECK-ACCOUNT
               END-READ
           END-PERFORM.

           PERFORM 3000-WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           CLOSE ACCT-FILE.
           CLOSE BALANCE-FILE.
           CLOSE MAUD-FILE.

           DISPLAY "DormSwp - " WS-ACTIVE-COUNT " active account(s) "
               "checked, " WS-MARKED-COUNT " marked dormant (no "
               "posting since before " WS-IDLE-BEFORE-DATE ")".
           IF WS-MARKED-COUNT > 0
               DISPLAY "DormSwp - see DORMSWP.OUT for the accounts "
                   "changed"
           END-IF.
           GOBACK.

       1000-OPEN-MASTERS.
           OPEN I-O ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST is missing or unreadable - status "
                   WS-ACCT-FILE-STATUS " - sweep not run"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "BALMST.MST is missing or unreadable - status "
                   WS-BALANCE-FILE-STATUS " - sweep not run"
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND MAUD-FILE.
           IF WS-MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           END-IF.

       1100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "DORMANT ACCOUNT SWEEP - " WS-RUN-DATE-YYYYMMDD
               " - NO POSTING IN " CFG-DORMANT-DAYS " DAYS (LAST "
               "POSTED BEFORE " WS-IDLE-BEFORE-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCT   DESCRIPTION                    LAST POST "
               "DAYS IDLE         BALANCE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      *    Only an active account is swept: a closed one is already
      *    out of use and a dormant one has already been listed.
      *    An account is idle from the later of its last posting and
      *    its last reactivation, so one a supervisor has just
      *    brought back is given its full CFG-DORMANT-DAYS again.
      ******************************************************************
       2000-CHECK-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF ACCT-DORMANT
               ADD 1 TO WS-DORMANT-COUNT
           END-IF.
           IF ACCT-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE ACCT-CODE TO BAL-ACCT-CODE
               READ BALANCE-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-BALANCE-COUNT
                   NOT INVALID KEY
                       IF BAL-LAST-POST-DATE IS NUMERIC
                           AND BAL-LAST-POST-DATE < WS-IDLE-BEFORE-DATE
                           IF ACCT-REACT-DATE IS NUMERIC
                               AND ACCT-REACT-DATE
                                   NOT < WS-IDLE-BEFORE-DATE
                               ADD 1 TO WS-REACTIVATED-COUNT
                           ELSE
                               PERFORM 2100-MARK-DORMANT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2100-MARK-DORMANT.
           PERFORM 2300-BUILD-STATUS-IMAGE.
           MOVE WS-STATUS-IMAGE TO WS-BEFORE-IMAGE.
           SET ACCT-DORMANT TO TRUE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark " ACCT-CODE
                       " dormant - status " WS-ACCT-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-MARKED-COUNT
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM 2200-WRITE-ACCOUNT-LINE
                   PERFORM 2400-WRITE-MASTER-AUDIT
           END-REWRITE.

       2200-WRITE-ACCOUNT-LINE.
           COMPUTE WS-DAYS-IDLE =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE-YYYYMMDD))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BAL-LAST-POST-DATE)).
           MOVE BAL-CLOSE-BALANCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING ACCT-CODE " " ACCT-DESCRIPTION " "
               BAL-LAST-POST-DATE "  " WS-DAYS-IDLE " "
               WS-EDIT-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-BUILD-STATUS-IMAGE.
           MOVE ACCT-CODE TO WS-IMG-CODE.
           MOVE ACCT-STATUS TO WS-IMG-STATUS.
           MOVE BAL-LAST-POST-DATE TO WS-IMG-LAST-POST.

       2400-WRITE-MASTER-AUDIT.
           PERFORM 2300-BUILD-STATUS-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP.
           MOVE CFG-BATCH-OPERATOR TO MAUD-KEYED-BY.
           MOVE "ACCTDORM" TO MAUD-ACTION.
           MOVE ACCT-CODE TO MAUD-TARGET-ID.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE.
           MOVE WS-STATUS-IMAGE TO MAUD-AFTER.
           WRITE MASTER-AUDIT-RECORD.

       3000-WRITE-REPORT-TOTALS.
           IF WS-MARKED-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NO ACCOUNT NEWLY DORMANT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS=" WS-ACCOUNT-COUNT
               " ACTIVE CHECKED=" WS-ACTIVE-COUNT
               " NEVER POSTED=" WS-NO-BALANCE-COUNT
               " REACTIVATED=" WS-REACTIVATED-COUNT
               " MARKED DORMANT=" WS-MARKED-COUNT
               " NOW DORMANT=" WS-DORMANT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
