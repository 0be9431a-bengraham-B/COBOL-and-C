
      ******************************************************************
      *    ResInq - results master inquiry.
      *    Keyed lookup against the RESMAST.MST indexed master that
      *    Ben-COBOL maintains alongside the BENOUT generations. The
      *    operator keys a date or date range and, optionally, an
      *    operator ID, and the matching postings come straight back
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
