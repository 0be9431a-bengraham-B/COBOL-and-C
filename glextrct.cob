           SELECT BEN-OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST is missing or unreadable - "
                   "status " WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE BEN-OUTPUT-FILE
