       IDENTIFICATION DIVISION.
       PROGRAM-ID. WinStat.

      ******************************************************************
      *    WinStat - batch window step status and reset.
      *    Every step of the nightly window records itself on the
      *    WINSTATE.MST step state file as it starts and ends, and a
      *    step already complete for the business date is skipped
      *    when the job is resubmitted. This lists a date's steps
      *    (tonight by default) with the state, return code, times
      *    and the number of times a resubmission skipped it, so the
      *    operator can see where an abended window stopped. A step
      *    that has to run again although it completed - its input
      *    was wrong and has been replaced - is reset here by a
      *    supervisor; the next submission then runs it. The
      *    supervisor must be on the operator master with posting
      *    authority, the same test ApprRel makes, and every
      *    reset writes a before/after image to MSTAUDIT.DAT the
      *    same as PerdMnt.
      *    From a signed-on menu session the supervisor is the
      *    signed-on operator and is not asked for again.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-STATE-FILE ASSIGN TO "WINSTATE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WST-KEY
               FILE STATUS IS WS-WST-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT MAUD-FILE ASSIGN TO "MSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-STATE-FILE.
       COPY WSTREC.
       FD  OPER-FILE.
       COPY OPERREC.
       FD  MAUD-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.

       COPY SESSCTL.

       01  WS-WST-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-MAUD-FILE-STATUS         PIC XX VALUE SPACES.
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
       01  WS-ENTRY-DATE               PIC X(8) VALUE SPACES.
       01  WS-ENTRY-STEP               PIC X(4) VALUE SPACES.
       01  WS-STATUS-NAME              PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(44) VALUE SPACES.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1000-OPEN-STATE-FILE.
           PERFORM 1200-IDENTIFY-KEYER.
           IF NOT WS-FOUND
               DISPLAY "Operator " WS-KEYED-BY " is not on the "
                   "master with posting authority - review refused"
               MOVE 8 TO RETURN-CODE
               CLOSE WINDOW-STATE-FILE
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
                   WHEN "L"
                       PERFORM 3000-LIST-STEPS
                   WHEN "R"
                       PERFORM 4000-RESET-STEP
                   WHEN "X"
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice: " WS-CHOICE
               END-EVALUATE
           END-PERFORM.
           CLOSE WINDOW-STATE-FILE.
           CLOSE MAUD-FILE.
           GOBACK.

       1000-OPEN-STATE-FILE.
           OPEN I-O WINDOW-STATE-FILE.
           IF WS-WST-FILE-STATUS = "35"
               DISPLAY "WINSTATE.MST not found - no window has run "
                   "under restart control yet"
               OPEN OUTPUT WINDOW-STATE-FILE
               CLOSE WINDOW-STATE-FILE
               OPEN I-O WINDOW-STATE-FILE
           END-IF.
           IF WS-WST-FILE-STATUS NOT = "00"
               DISPLAY "WINSTATE.MST unusable - status "
                   WS-WST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-IDENTIFY-KEYER.
           IF SESS-SIGNED-ON
               MOVE SESS-OPER-ID TO WS-KEYED-BY
           ELSE
               DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
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
                   NOT INVALID KEY
                       IF OPER-ALLOW-BEN = "Y"
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       2000-SHOW-MENU.
           DISPLAY "======================================".
           DISPLAY " Batch Window Step Status - keyed by "
               WS-KEYED-BY.
           DISPLAY "======================================".
           DISPLAY " L - List a night's steps".
           DISPLAY " R - Reset a step to run again".
           DISPLAY " X - Exit".
           DISPLAY "======================================".

       2100-PROMPT-FOR-CHOICE.
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

       2200-PROMPT-FOR-DATE.
           DISPLAY "Business date (YYYYMMDD, blank=today): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY-DATE.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-ENTRY-DATE
           END-IF.

       3000-LIST-STEPS.
           PERFORM 2200-PROMPT-FOR-DATE.
           IF WS-ENTRY-DATE NOT NUMERIC
               DISPLAY "Date must be keyed as YYYYMMDD"
           ELSE
               PERFORM 3100-LIST-DATE
           END-IF.

       3100-LIST-DATE.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-ENTRY-DATE TO WST-BUS-DATE.
           MOVE LOW-VALUES TO WST-STEP-CODE.
           START WINDOW-STATE-FILE KEY >= WST-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           DISPLAY "Window " WS-ENTRY-DATE.
           DISPLAY "STEP STATE    RC   STARTED ENDED  SKIPPED RESET BY".
           PERFORM UNTIL WS-END-OF-FILE
               READ WINDOW-STATE-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WST-BUS-DATE NOT = WS-ENTRY-DATE
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 3900-NAME-STATUS
                           DISPLAY WST-STEP-CODE " " WS-STATUS-NAME
                               " " WST-RETURN-CODE " " WST-START-TIME
                               "  " WST-END-TIME " " WST-SKIP-COUNT
                               "     " WST-RESET-BY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "No step has run under restart control for "
                   WS-ENTRY-DATE
           END-IF.

       3900-NAME-STATUS.
           EVALUATE TRUE
               WHEN WST-COMPLETE
                   MOVE "COMPLETE" TO WS-STATUS-NAME
               WHEN WST-FAILED
                   MOVE "FAILED" TO WS-STATUS-NAME
               WHEN WST-RESET
                   MOVE "RESET" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "STARTED" TO WS-STATUS-NAME
           END-EVALUATE.

      ******************************************************************
      *    Only a step that has finished - complete or failed - is
      *    reset. A step still marked started is either running now
      *    or abended, and in both cases it runs again on the next
      *    submission without any help from here.
      ******************************************************************
       4000-RESET-STEP.
           PERFORM 2200-PROMPT-FOR-DATE.
           DISPLAY "Step code (PARM as run, B=Ben-COBOL, M=Math): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:4)) TO WS-ENTRY-STEP.
           MOVE WS-ENTRY-DATE TO WST-BUS-DATE.
           MOVE WS-ENTRY-STEP TO WST-STEP-CODE.
           READ WINDOW-STATE-FILE
               INVALID KEY
                   DISPLAY "Step " WS-ENTRY-STEP " has not run for "
                       WS-ENTRY-DATE " - nothing to reset"
               NOT INVALID KEY
                   PERFORM 4100-CONFIRM-RESET
           END-READ.

       4100-CONFIRM-RESET.
           PERFORM 3900-NAME-STATUS.
           EVALUATE TRUE
               WHEN WST-STARTED
                   DISPLAY "Step " WS-ENTRY-STEP " is marked started "
                       "- it runs again on the next submission"
               WHEN WST-RESET
                   DISPLAY "Step " WS-ENTRY-STEP " was already reset "
                       "by " WST-RESET-BY
               WHEN OTHER
                   DISPLAY "Step " WS-ENTRY-STEP " is " WS-STATUS-NAME
                       " RC=" WST-RETURN-CODE " - reset it to run "
                       "again (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "Y"
                       PERFORM 4200-WRITE-RESET
                   ELSE
                       DISPLAY "Step " WS-ENTRY-STEP " left as it was"
                   END-IF
           END-EVALUATE.

       4200-WRITE-RESET.
           MOVE WINDOW-STATE-RECORD TO WS-BEFORE-IMAGE.
           SET WST-RESET TO TRUE.
           MOVE WS-KEYED-BY TO WST-RESET-BY.
           REWRITE WINDOW-STATE-RECORD
               INVALID KEY
                   DISPLAY "Unable to reset step - status "
                       WS-WST-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Step " WS-ENTRY-STEP " for " WS-ENTRY-DATE
                       " reset - it runs on the next submission"
                   PERFORM 4300-WRITE-MASTER-AUDIT
           END-REWRITE.

       4300-WRITE-MASTER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP.
           MOVE WS-KEYED-BY TO MAUD-KEYED-BY.
           MOVE "STEPRSET" TO MAUD-ACTION.
           MOVE WST-STEP-CODE TO MAUD-TARGET-ID.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE.
           MOVE WINDOW-STATE-RECORD TO MAUD-AFTER.
           WRITE MASTER-AUDIT-RECORD.
