      *    BUSCAL.DAT is consulted the same way HLTHCHK does: on a
      *    non-business day nothing is released, so a detail whose
      *    value date falls on a weekend waits for the next window.
      *    A detail that waits across a month-end may find its
      *    month closed by finance (PERDMST.MST) by the time it is
      *    released. It is refused for that month: it is released
      *    flagged with the closed period and posts in the open
      *    period as a prior-period adjustment, listed for audit.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERDMST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERD-MONTH
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WHSE-FILE.
       01  RECYCLE-RECORD              PIC X(80).
       FD  CAL-FILE.
       COPY CALREC.
       FD  PERIOD-FILE.
       COPY PERDREC.
       WORKING-STORAGE SECTION.

       COPY TRANREC.
       01  WS-WHSE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RECYCLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CAL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PERD-OPEN-FLAG           PIC X VALUE "N".
           88  WS-PERD-OPEN            VALUE "Y".
       01  WS-PRIOR-ADJ-COUNT          PIC 9(4) VALUE 0.
       01  WS-WHSE-EOF-FLAG            PIC X VALUE "N".
           88  WS-WHSE-END-OF-FILE     VALUE "Y".
       01  WS-CAL-EOF-FLAG             PIC X VALUE "N".
           IF WS-RECYCLE-FILE-STATUS = "35"
               OPEN OUTPUT RECYCLE-FILE
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "00"
               SET WS-PERD-OPEN TO TRUE
           END-IF.

           PERFORM VARYING WS-WHSE-IX FROM 1 BY 1
               UNTIL WS-WHSE-IX > WS-WHSE-COUNT
           END-PERFORM.

           CLOSE RECYCLE-FILE.
           IF WS-PERD-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           PERFORM 5000-REWRITE-WAREHOUSE.

           DISPLAY "WhseRel - released " WS-RELEASED-COUNT
               ", regenerated " WS-REGEN-COUNT
               " standing order(s), still waiting "
               WS-WAITING-COUNT.
           IF WS-PRIOR-ADJ-COUNT > 0
               DISPLAY WS-PRIOR-ADJ-COUNT " release(s) meant for a "
                   "closed period - posting as prior-period adjustments"
           END-IF.
           GOBACK.

       0500-CHECK-CALENDAR.
               AND TRAN-VALUE-DATE > WS-TODAY-YYYYMMDD
               ADD 1 TO WS-WAITING-COUNT
           ELSE
               PERFORM 2100-CHECK-CLOSED-PERIOD
               MOVE TRAN-RECORD TO RECYCLE-RECORD
               WRITE RECYCLE-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-IF.

      ******************************************************************
      *    Only the released copy is flagged; a standing order's
      *    regenerated copy (3000) is meant for next month and goes
      *    back in the warehouse without the flag.
      ******************************************************************
       2100-CHECK-CLOSED-PERIOD.
           IF WS-PERD-OPEN AND TRAN-ORIG-PERIOD = SPACES
               AND TRAN-VALUE-DATE IS NUMERIC
               AND TRAN-VALUE-DATE(1:6) < WS-TODAY-YYYYMMDD(1:6)
               MOVE TRAN-VALUE-DATE(1:6) TO PERD-MONTH
               READ PERIOD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PERD-CLOSED
                           MOVE PERD-MONTH TO TRAN-ORIG-PERIOD
                           ADD 1 TO WS-PRIOR-ADJ-COUNT
                           DISPLAY "Period " PERD-MONTH " is closed - "
                               TRAN-REFERENCE " released as a "
                               "prior-period adjustment"
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *    A released monthly standing order is put straight back in
      *    the warehouse with the value date advanced one month and
           STRING TRAN-REFERENCE(1:6) WS-NEW-VALUE-DATE(3:6)
               DELIMITED BY SIZE INTO WS-NEW-REFERENCE.
           MOVE WS-NEW-REFERENCE TO TRAN-REFERENCE.
           MOVE SPACES TO TRAN-ORIG-PERIOD.
           MOVE SPACES TO WAREHOUSE-RECORD.
           MOVE TRAN-RECORD TO WHSE-TRAN-RECORD.
           SET WHSE-MONTHLY TO TRUE.
