           SELECT RECYCLE-FILE ASSIGN TO "BENRCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
       1100-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.MST is missing or unreadable - status "
                   WS-ACCT-FILE-STATUS
                   " - run AcctMnt or the nightly window to build it"
               MOVE 8 TO RETURN-CODE
                   DISPLAY "Account " WS-NEW-ACCOUNT
                       " is not on the master"
               ELSE
                   IF WS-FOUND-STATUS = "D"
                       DISPLAY "Account " WS-NEW-ACCOUNT " is DORMANT "
                           "- the posting will be held for approval"
                   ELSE
                       IF WS-FOUND-STATUS NOT = "A"
                           MOVE "N" TO WS-VALID-FLAG
                           DISPLAY "Account " WS-NEW-ACCOUNT
                               " is closed"
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-NEW-REFERENCE TO TRAN-REFERENCE.
           MOVE SPACES TO TRAN-VALUE-DATE.
           MOVE SPACES TO TRAN-APPROVED-BY.
           MOVE SPACES TO TRAN-ORIG-PERIOD.
           WRITE TRAN-RECORD.

       6000-REWRITE-REJECT-FILE.
