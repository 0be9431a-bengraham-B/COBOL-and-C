      ******************************************************************
      *    StmtGen - per-account statement generator.
      *    The operator keys an account code (or ALL) and a date
      *    range, and the program walks the RESMAST.MST master and
      *    prints a formatted statement per account to a dated print
      *    file (STMT.YYYYMMDD, run date) that can be handed straight
      *    to the account owner. Each statement shows the account's
      *    opening position (everything posted before the period),
      *    each posting in the period with its operator, reference,
      *    original currency and rate, and a closing total. Replaces
      *    scanning RESMAST.MST date by date through ResInq and
      *    retyping the answers.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RESMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY

           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-STATUS = "35"
               DISPLAY "RESMAST.MST not found - no postings recorded "
                   "yet (a pre-cutover RESMST.MST is converted by "
                   "the next Ben-COBOL run)"
               GOBACK
           END-IF.
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "RESMAST.MST unreadable - status "
                   WS-RESULT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
