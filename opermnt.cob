      *    The file the whole authorization control rests on is no
      *    longer maintained in a text editor: operators are added,
      *    amended, and disabled here against the indexed
      *    OPERMAST.MST master (the first open migrates the old
      *    sequential OPERMST.DAT, the same as Ben-COBOL). Two
      *    rules are enforced: the keying operator must be on the
      *    master themselves, and may not amend or disable their
      *    audit file that AuditInq can search. Disabling turns
      *    both function flags off rather than deleting, so the
      *    audit trail keeps its subject.
      *    Under the same two-person rule an operator locked out of
      *    the cobol_program sign-on is unlocked here, and a
      *    forgotten password is reset. A new operator, or one whose
      *    password is reset, is given a temporary password by the
      *    keyer, recorded as already expired, so the operator must
      *    choose their own at the first sign-on; nobody can see a
      *    password, and nobody can choose another operator's
      *    lasting one. Because it sets passwords, OperMnt is run
      *    only from a signed-on menu session, and the keyer is the
      *    signed-on operator. The CFG-BATCH-OPERATOR ID the window
      *    posts under is added to the master whenever it is
      *    missing.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
           SELECT OLD-OPER-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-OPER-STATUS.
           SELECT OLD-OPER-MST-FILE ASSIGN TO "OPERMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPER-MST-ID
               FILE STATUS IS WS-OLD-OPER-MST-STATUS.
           SELECT MAUD-FILE ASSIGN TO "MSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-FILE-STATUS.
       COPY OPERREC.
       FD  OLD-OPER-FILE.
       01  OLD-OPER-RECORD             PIC X(44).
      *    The operator master as it stood before the sign-on
      *    fields - read once by the cutover conversion.
       FD  OLD-OPER-MST-FILE.
       01  OLD-OPER-MST-RECORD.
           05  OLD-OPER-MST-ID         PIC X(8).
           05  FILLER                  PIC X(36).
       FD  MAUD-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.

       COPY SESSCTL.
       COPY BATCHCFG.
       COPY PWDHASH.

       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OLD-OPER-STATUS          PIC XX VALUE SPACES.
       01  WS-OLD-OPER-MST-STATUS      PIC XX VALUE SPACES.
       01  WS-MAUD-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-MIG-EOF-FLAG             PIC X VALUE "N".
           88  WS-MIG-END-OF-FILE      VALUE "Y".
       01  WS-WORK-AMOUNT              PIC 9(7)V99 VALUE 0.
       01  WS-EDIT-MAX                 PIC 9(7).99.
       01  WS-LISTED-COUNT             PIC 9(6) VALUE 0.
       01  WS-LIST-LOCK                PIC X(6) VALUE SPACES.
       01  WS-TEMP-PASSWORD            PIC X(16) VALUE SPACES.
       01  WS-REPEAT-PASSWORD          PIC X(16) VALUE SPACES.
       01  WS-PASSWORD-LENGTH          PIC 9(2) VALUE 0.
       01  WS-TEMP-PASSWORD-FLAG       PIC X VALUE "N".
           88  WS-TEMP-PASSWORD-OK     VALUE "Y".
       01  WS-SIGNON-IMAGE.
           05  WS-SIM-ID               PIC X(8).
           05  FILLER                  PIC X(5) VALUE " PWD=".
           05  WS-SIM-PASSWORD         PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SIM-DATE             PIC X(8).
           05  FILLER                  PIC X(7) VALUE " FAILS=".
           05  WS-SIM-FAILS            PIC 9(2).
           05  FILLER                  PIC X(6) VALUE " LOCK=".
           05  WS-SIM-LOCK             PIC X.

       PROCEDURE DIVISION.

                       PERFORM 4000-AMEND-OPERATOR
                   WHEN "D"
                       PERFORM 4500-DISABLE-OPERATOR
                   WHEN "U"
                       PERFORM 4600-UNLOCK-OPERATOR
                   WHEN "R"
                       PERFORM 4700-RESET-PASSWORD
                   WHEN "L"
                       PERFORM 5000-LIST-OPERATORS
                   WHEN "X"
               OPEN I-O OPER-FILE
           END-IF.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST unusable - status "
                   WS-OPER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1150-ADD-BATCH-OPERATOR.

       1100-MIGRATE-OR-CREATE.
           OPEN INPUT OLD-OPER-MST-FILE.
           IF WS-OLD-OPER-MST-STATUS = "00"
               PERFORM 1110-CONVERT-OPERMST
           ELSE
               PERFORM 1120-MIGRATE-OPERMST-DAT
           END-IF.

       1110-CONVERT-OPERMST.
           OPEN OUTPUT OPER-FILE.
           MOVE "N" TO WS-MIG-EOF-FLAG.
           MOVE 0 TO WS-MIGRATED-COUNT.
           PERFORM UNTIL WS-MIG-END-OF-FILE
               READ OLD-OPER-MST-FILE
                   AT END SET WS-MIG-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-MST-RECORD TO OPERATOR-RECORD
                       PERFORM 1140-DEFAULT-SIGNON-FIELDS
                       WRITE OPERATOR-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-MIGRATED-COUNT
               END-READ
           END-PERFORM.
           CLOSE OLD-OPER-MST-FILE.
           CLOSE OPER-FILE.
           DISPLAY "OPERMST.MST converted to widened OPERMAST.MST - "
               WS-MIGRATED-COUNT " operator(s)".

       1120-MIGRATE-OPERMST-DAT.
           OPEN OUTPUT OPER-FILE.
           OPEN INPUT OLD-OPER-FILE.
           IF WS-OLD-OPER-STATUS NOT = "00"
               DISPLAY "OPERMAST.MST not found - starting a new master"
               CLOSE OPER-FILE
           ELSE
               PERFORM UNTIL WS-MIG-END-OF-FILE
                       AT END SET WS-MIG-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE OLD-OPER-RECORD TO OPERATOR-RECORD
                           PERFORM 1140-DEFAULT-SIGNON-FIELDS
                           WRITE OPERATOR-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
               END-PERFORM
               CLOSE OLD-OPER-FILE
               CLOSE OPER-FILE
               DISPLAY "OPERMST.DAT migrated to indexed OPERMAST.MST "
                   "- " WS-MIGRATED-COUNT " operator(s)"
           END-IF.

      *    A converted operator has no password until another
      *    operator sets a temporary one here.
       1140-DEFAULT-SIGNON-FIELDS.
           MOVE 0 TO OPER-PASSWORD-HASH.
           MOVE SPACES TO OPER-PASSWORD-DATE.
           MOVE 0 TO OPER-FAIL-COUNT.
           MOVE SPACE TO OPER-LOCK-FLAG.

      *    The generated details the window posts for itself are
      *    keyed under CFG-BATCH-OPERATOR, so a master that does not
      *    have that ID - converted, or started new - gets it here
      *    rather than every generated detail rejecting as an
      *    unknown operator. It has no password and never signs on.
       1150-ADD-BATCH-OPERATOR.
           MOVE CFG-BATCH-OPERATOR TO OPER-ID.
           READ OPER-FILE
               INVALID KEY
                   MOVE SPACES TO OPERATOR-RECORD
                   MOVE CFG-BATCH-OPERATOR TO OPER-ID
                   MOVE "NIGHTLY BATCH GENERATOR" TO OPER-NAME
                   MOVE "Y" TO OPER-ALLOW-BEN
                   MOVE "N" TO OPER-ALLOW-MATH
                   MOVE CFG-BATCH-OPER-LIMIT TO OPER-MAX-AMOUNT
                   PERFORM 1140-DEFAULT-SIGNON-FIELDS
                   WRITE OPERATOR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   DISPLAY "Batch operator " CFG-BATCH-OPERATOR
                       " added to OPERMAST.MST"
           END-READ.

      ******************************************************************
      *    The keying operator is the signed-on operator and must
      *    themselves be on the master - the only exception is a
      *    master holding nobody but the batch operator, which
      *    someone has to be able to build; that bootstrap session
      *    is audited under the signed-on ID like any other.
      ******************************************************************
       1200-IDENTIFY-KEYER.
           IF NOT SESS-SIGNED-ON
               DISPLAY "OperMnt sets passwords and is run only from "
                   "a signed-on menu session - maintenance refused"
               MOVE 8 TO RETURN-CODE
               CLOSE OPER-FILE
               GOBACK
           END-IF.
           MOVE SESS-OPER-ID TO WS-KEYED-BY.
           SET WS-MASTER-EMPTY TO TRUE.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO OPER-ID.
           START OPER-FILE KEY >= OPER-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE OR NOT WS-MASTER-EMPTY
               READ OPER-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF OPER-ID NOT = CFG-BATCH-OPERATOR
                           MOVE "N" TO WS-EMPTY-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MASTER-EMPTY
               DISPLAY "Operator master is empty - bootstrap "
                   "session for " WS-KEYED-BY
           DISPLAY " A - Add an operator".
           DISPLAY " M - Amend an operator".
           DISPLAY " D - Disable an operator".
           DISPLAY " U - Unlock an operator locked out of sign-on".
           DISPLAY " R - Reset an operator's password".
           DISPLAY " L - List all operators".
           DISPLAY " X - Exit".
           DISPLAY "======================================".
                   MOVE "N" TO OPER-ALLOW-BEN
                   MOVE "N" TO OPER-ALLOW-MATH
                   MOVE 0 TO OPER-MAX-AMOUNT
                   MOVE 0 TO OPER-PASSWORD-HASH
                   MOVE 0 TO OPER-FAIL-COUNT
                   PERFORM 3100-PROMPT-OPERATOR-FIELDS
                   PERFORM 4750-SET-TEMPORARY-PASSWORD
                   IF NOT WS-TEMP-PASSWORD-OK
                       DISPLAY "Operator " WS-TARGET-ID
                           " not added"
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       WRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "Unable to add " WS-TARGET-ID
                                   " - status " WS-OPER-FILE-STATUS
                           NOT INVALID KEY
                               PERFORM 6000-WRITE-CHANGE-AUDIT-ADD
                               DISPLAY "Added " WS-TARGET-ID
                                   " - the temporary password must "
                                   "be changed at the first sign-on"
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
      *    Unlock clears a sign-on lockout and the failure count;
      *    the operator keeps their password.
      ******************************************************************
       4600-UNLOCK-OPERATOR.
           DISPLAY "Operator ID to unlock: " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8)) TO WS-TARGET-ID.
           IF WS-TARGET-ID = WS-KEYED-BY
               DISPLAY "Two-person control - you may not unlock "
                   "your own record"
           ELSE
               PERFORM 4800-READ-TARGET
               IF NOT WS-FOUND
                   DISPLAY "Operator " WS-TARGET-ID
                       " is not on the master"
               ELSE
                   IF NOT OPER-LOCKED AND OPER-FAIL-COUNT = 0
                       DISPLAY "Operator " WS-TARGET-ID
                           " is not locked out"
                   ELSE
                       PERFORM 4900-BUILD-SIGNON-IMAGE
                       MOVE WS-SIGNON-IMAGE TO WS-BEFORE-IMAGE
                       MOVE SPACE TO OPER-LOCK-FLAG
                       MOVE 0 TO OPER-FAIL-COUNT
                       REWRITE OPERATOR-RECORD
                       PERFORM 6300-WRITE-CHANGE-AUDIT-UNLOCK
                       DISPLAY "Unlocked " WS-TARGET-ID
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    Reset replaces the password with a temporary one keyed
      *    here (and clears any lockout); it is recorded as already
      *    expired, so the operator must choose a new one at their
      *    next sign-on. The batch operator never signs on and is
      *    given no password.
      ******************************************************************
       4700-RESET-PASSWORD.
           DISPLAY "Operator ID to reset: " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8)) TO WS-TARGET-ID.
           EVALUATE TRUE
               WHEN WS-TARGET-ID = WS-KEYED-BY
                   DISPLAY "Two-person control - you may not reset "
                       "your own password"
               WHEN WS-TARGET-ID = CFG-BATCH-OPERATOR
                   DISPLAY "Operator " WS-TARGET-ID " is the batch "
                       "window's own ID and is given no password"
               WHEN OTHER
                   PERFORM 4710-RESET-ONE-PASSWORD
           END-EVALUATE.

       4710-RESET-ONE-PASSWORD.
           PERFORM 4800-READ-TARGET.
           IF NOT WS-FOUND
               DISPLAY "Operator " WS-TARGET-ID
                   " is not on the master"
           ELSE
               PERFORM 4900-BUILD-SIGNON-IMAGE
               MOVE WS-SIGNON-IMAGE TO WS-BEFORE-IMAGE
               PERFORM 4750-SET-TEMPORARY-PASSWORD
               IF NOT WS-TEMP-PASSWORD-OK
                   DISPLAY "Password for " WS-TARGET-ID
                       " not reset"
               ELSE
                   REWRITE OPERATOR-RECORD
                   PERFORM 6400-WRITE-CHANGE-AUDIT-RESET
                   DISPLAY "Password reset for " WS-TARGET-ID
                       " - the temporary password must be changed "
                       "at the next sign-on"
               END-IF
           END-IF.

      *    The temporary password is hashed under the target's ID the
      *    same way the sign-on hashes it, and dated all zeros so
      *    the sign-on treats it as expired and forces a new one.
       4750-SET-TEMPORARY-PASSWORD.
           MOVE "N" TO WS-TEMP-PASSWORD-FLAG.
           DISPLAY "Temporary password for " WS-TARGET-ID ": "
               WITH NO ADVANCING.
           ACCEPT WS-TEMP-PASSWORD.
           DISPLAY "Repeat temporary password: " WITH NO ADVANCING.
           ACCEPT WS-REPEAT-PASSWORD.
           MOVE 0 TO WS-PASSWORD-LENGTH.
           INSPECT WS-TEMP-PASSWORD TALLYING WS-PASSWORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-TEMP-PASSWORD NOT = WS-REPEAT-PASSWORD
                   DISPLAY "The two entries differ"
               WHEN WS-PASSWORD-LENGTH < CFG-PASSWORD-MIN-LEN
                   DISPLAY "A password must be at least "
                       CFG-PASSWORD-MIN-LEN " characters"
               WHEN OTHER
                   MOVE WS-TARGET-ID TO PWH-OPER-ID
                   MOVE WS-TEMP-PASSWORD TO PWH-PASSWORD
                   CALL "PwdHash"
                   MOVE PWH-HASH TO OPER-PASSWORD-HASH
                   MOVE "00000000" TO OPER-PASSWORD-DATE
                   MOVE 0 TO OPER-FAIL-COUNT
                   MOVE SPACE TO OPER-LOCK-FLAG
                   SET WS-TEMP-PASSWORD-OK TO TRUE
           END-EVALUATE.
           MOVE SPACES TO WS-TEMP-PASSWORD.
           MOVE SPACES TO WS-REPEAT-PASSWORD.

      *    A record whose sign-on fields were never filled in reads
      *    as no password and no failures.
       4800-READ-TARGET.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-TARGET-ID TO OPER-ID.
           READ OPER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-FOUND TO TRUE
           END-READ.
           IF WS-FOUND
               IF OPER-PASSWORD-HASH NOT NUMERIC
                   MOVE 0 TO OPER-PASSWORD-HASH
               END-IF
               IF OPER-FAIL-COUNT NOT NUMERIC
                   MOVE 0 TO OPER-FAIL-COUNT
               END-IF
           END-IF.

       4900-BUILD-SIGNON-IMAGE.
           MOVE OPER-ID TO WS-SIM-ID.
           EVALUATE TRUE
               WHEN OPER-PASSWORD-HASH = 0
                   MOVE "NONE" TO WS-SIM-PASSWORD
               WHEN OPER-PASSWORD-DATE = "00000000"
                   MOVE "TEMP" TO WS-SIM-PASSWORD
               WHEN OTHER
                   MOVE "SET" TO WS-SIM-PASSWORD
           END-EVALUATE.
           MOVE OPER-PASSWORD-DATE TO WS-SIM-DATE.
           MOVE OPER-FAIL-COUNT TO WS-SIM-FAILS.
           MOVE OPER-LOCK-FLAG TO WS-SIM-LOCK.

       5000-LIST-OPERATORS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE OPER-MAX-AMOUNT TO WS-EDIT-MAX
                       MOVE SPACES TO WS-LIST-LOCK
                       IF OPER-LOCKED
                           MOVE "LOCKED" TO WS-LIST-LOCK
                       END-IF
                       DISPLAY OPER-ID " B=" OPER-ALLOW-BEN
                           " M=" OPER-ALLOW-MATH
                           " MAX=" WS-EDIT-MAX " " OPER-NAME
                           " " WS-LIST-LOCK
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
           MOVE "DISABLE" TO MAUD-ACTION.
           PERFORM 6500-WRITE-CHANGE-AUDIT-COMMON.

       6300-WRITE-CHANGE-AUDIT-UNLOCK.
           MOVE "UNLOCK" TO MAUD-ACTION.
           PERFORM 6600-WRITE-CHANGE-AUDIT-SIGNON.

       6400-WRITE-CHANGE-AUDIT-RESET.
           MOVE "PWDRESET" TO MAUD-ACTION.
           PERFORM 6600-WRITE-CHANGE-AUDIT-SIGNON.

       6500-WRITE-CHANGE-AUDIT-COMMON.
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP.
           MOVE WS-KEYED-BY TO MAUD-KEYED-BY.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE.
           MOVE OPERATOR-RECORD TO MAUD-AFTER.
           WRITE MASTER-AUDIT-RECORD.

      *    Sign-on changes are audited with the sign-on state as the
      *    images, so the password hash never reaches MSTAUDIT.DAT.
       6600-WRITE-CHANGE-AUDIT-SIGNON.
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP.
           MOVE WS-KEYED-BY TO MAUD-KEYED-BY.
           MOVE WS-TARGET-ID TO MAUD-TARGET-ID.
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE.
           PERFORM 4900-BUILD-SIGNON-IMAGE.
           MOVE WS-SIGNON-IMAGE TO MAUD-AFTER.
           WRITE MASTER-AUDIT-RECORD.
