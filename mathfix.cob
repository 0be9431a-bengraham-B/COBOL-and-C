
      ******************************************************************
      *    MathFix - Math reject repair and resubmission.
      *    The RejFix pattern for MATHREJS.DAT: walks the rejected
      *    records, keeping a chain together as one unit - a "D"
      *    opener (step 1) and its "C" continuations are shown and
      *    repaired as a group, with the failing step marked, so
      *    the submitter no longer rekeys a whole chain from
      *    memory. A corrected chain is requeued intact onto
      *    MATHRCYC.DAT (the opener forced back to "D" - or kept
      *    "F" when it calls a named formula - and every
      *    continuation to "C"), where Math picks it up ahead of
      *    the transmission file on its next run. Whatever is not
      *    corrected is written back to MATHREJS.DAT for another
      *    day. Rejects still on the older, narrower MATHREJ.DAT
      *    are read from there, widened, the first time.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MREJ-FILE ASSIGN TO "MATHREJS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MREJ-FILE-STATUS.
           SELECT OLD-MREJ-FILE ASSIGN TO "MATHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-MREJ-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "MATHRCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.
       FILE SECTION.
       FD  MREJ-FILE.
       COPY MREJREC.
      *    The reject file as it stood before MATH-FORMULA-NAME
      *    widened the record image.
       FD  OLD-MREJ-FILE.
       01  OLD-MREJ-RECORD.
           05  OLD-MREJ-TRAN-RECORD    PIC X(39).
           05  OLD-MREJ-STEP-POS       PIC 9(3).
           05  OLD-MREJ-FAIL-POS       PIC 9(3).
           05  OLD-MREJ-TIMESTAMP      PIC X(21).
           05  OLD-MREJ-REASON         PIC X(40).
       FD  RECYCLE-FILE.
       COPY MATHREC.
       WORKING-STORAGE SECTION.
       01  WS-MREJ-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OLD-MREJ-STATUS          PIC XX VALUE SPACES.
       01  WS-RECYCLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REJ-EOF-FLAG             PIC X VALUE "N".
           88  WS-REJ-END-OF-FILE      VALUE "Y".
           88  WS-CORRECTION-VALID     VALUE "Y".
       01  WS-CHOICE                   PIC X VALUE SPACE.
       01  WS-ANSWER                   PIC X(14) VALUE SPACES.
       01  WS-BLANK-OK-FLAG            PIC X VALUE "N".
           88  WS-BLANK-AMOUNT-OK      VALUE "Y".
       01  WS-NEW-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-CHAIN-START              PIC 9(3) VALUE 0.
       01  WS-CHAIN-END                PIC 9(3) VALUE 0.
       01  WS-FIX-TABLE.
           05  WS-FIX-COUNT            PIC 9(3) VALUE 0.
           05  WS-FIX-ENTRY OCCURS 50 TIMES.
               10  WS-FIX-RECORD       PIC X(47).
       01  WS-STEP-IX                  PIC 9(3) VALUE 0.
       01  WS-CORRECTED-COUNT          PIC 9(4) VALUE 0.
       01  WS-RETAINED-COUNT           PIC 9(4) VALUE 0.
           05  WS-REJ-COUNT            PIC 9(3) VALUE 0.
           05  WS-REJ-ENTRY OCCURS 500 TIMES.
               10  WS-REJ-ACTION       PIC X.
               10  WS-REJ-RECORD       PIC X(114).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-LOAD-REJECTS.
           IF WS-REJ-COUNT = 0
               DISPLAY "MATHREJS.DAT is empty - nothing to repair"
               GOBACK
           END-IF.

       1000-LOAD-REJECTS.
           OPEN INPUT MREJ-FILE.
           IF WS-MREJ-FILE-STATUS = "35"
               PERFORM 1050-LOAD-OLD-REJECTS
           ELSE
               IF WS-MREJ-FILE-STATUS NOT = "00"
                   DISPLAY "MATHREJS.DAT unreadable - status "
                       WS-MREJ-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               CLOSE MREJ-FILE
           END-IF.

      ******************************************************************
      *    Until Math has run since the reject record was widened,
      *    the waiting rejects are still on MATHREJ.DAT. They are
      *    loaded from there with the formula name blank; the
      *    rewrite at the end puts them on MATHREJS.DAT, and Math
      *    adds to that from then on.
      ******************************************************************
       1050-LOAD-OLD-REJECTS.
           OPEN INPUT OLD-MREJ-FILE.
           IF WS-OLD-MREJ-STATUS = "00"
               PERFORM UNTIL WS-REJ-END-OF-FILE
                   READ OLD-MREJ-FILE
                       AT END SET WS-REJ-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-REJ-COUNT < 500
                               ADD 1 TO WS-REJ-COUNT
                               MOVE SPACE
                                   TO WS-REJ-ACTION(WS-REJ-COUNT)
                               MOVE SPACES
                                   TO WS-REJ-RECORD(WS-REJ-COUNT)
                               MOVE OLD-MREJ-TRAN-RECORD
                                   TO WS-REJ-RECORD(WS-REJ-COUNT)
                                   (1:39)
                               MOVE OLD-MREJ-RECORD(40:67)
                                   TO WS-REJ-RECORD(WS-REJ-COUNT)
                                   (48:67)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-MREJ-FILE
           END-IF.

      ******************************************************************
      *    A chain is the run of consecutive reject records from a
      *    step-1 (or orphan step-0) entry up to the entry before
                   DISPLAY "  STEP " MREJ-STEP-POS " ** FAILED ** "
                       MATH-RECORD-TYPE " " MATH-OPERATION " "
                       MATH-NUM-1 " " MATH-NUM-2 " "
                       MATH-CURRENCY-CODE " " MATH-FORMULA-NAME
               ELSE
                   DISPLAY "  STEP " MREJ-STEP-POS "            "
                       MATH-RECORD-TYPE " " MATH-OPERATION " "
                       MATH-NUM-1 " " MATH-NUM-2 " "
                       MATH-CURRENCY-CODE " " MATH-FORMULA-NAME
               END-IF
               DISPLAY "    Reason: " MREJ-REASON
           END-PERFORM.
      ******************************************************************
      *    Each step of the chain is re-keyed (blank keeps) and
      *    written straight to the recycle file; the chain shape is
      *    enforced on the way out - first record a "D" (or an "F"
      *    formula call), the rest "C" - so the chain arrives intact
      *    whatever was in the rejected images. A formula call is
      *    re-keyed by formula name rather than operation code, and
      *    may leave an operand its formula does not use blank.
      ******************************************************************
       3100-CORRECT-ONE-STEP.
           MOVE WS-REJ-RECORD(WS-STEP-IX) TO MATH-REJECT-RECORD.
           MOVE MREJ-TRAN-RECORD TO MATH-TRAN-RECORD.
           MOVE WS-NEW-OPERATOR TO MATH-OPERATOR-ID.
           MOVE "N" TO WS-BLANK-OK-FLAG.
           IF WS-STEP-IX = WS-CHAIN-START AND MATH-TYPE-FORMULA
               SET WS-BLANK-AMOUNT-OK TO TRUE
               DISPLAY "Step " MREJ-STEP-POS " formula ["
                   MATH-FORMULA-NAME "] (blank keeps): "
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8))
                       TO MATH-FORMULA-NAME
               END-IF
           ELSE
               DISPLAY "Step " MREJ-STEP-POS " operation ["
                   MATH-OPERATION "] (blank keeps): "
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1))
                       TO MATH-OPERATION
               END-IF
           END-IF.
           IF WS-STEP-IX = WS-CHAIN-START
               DISPLAY "Amount 1 [" MATH-NUM-1
                   MOVE WS-ANSWER TO MATH-NUM-1
               END-IF
               IF FUNCTION TEST-NUMVAL(MATH-NUM-1) NOT = 0
                   AND NOT (WS-BLANK-AMOUNT-OK AND MATH-NUM-1 = SPACES)
                   MOVE "N" TO WS-VALID-FLAG
                   DISPLAY "Amount 1 is not numeric: " MATH-NUM-1
               END-IF
                   MOVE WS-ANSWER TO MATH-NUM-2
               END-IF
               IF FUNCTION TEST-NUMVAL(MATH-NUM-2) NOT = 0
                   AND NOT (WS-BLANK-AMOUNT-OK AND MATH-NUM-2 = SPACES)
                   MOVE "N" TO WS-VALID-FLAG
                   DISPLAY "Amount 2 is not numeric: " MATH-NUM-2
               END-IF
                       TO MATH-CURRENCY-CODE
               END-IF
               IF WS-STEP-IX = WS-CHAIN-START
                   IF NOT MATH-TYPE-FORMULA
                       MOVE "D" TO MATH-RECORD-TYPE
                   END-IF
               ELSE
                   MOVE "C" TO MATH-RECORD-TYPE
               END-IF
