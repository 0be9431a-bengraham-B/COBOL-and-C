       IDENTIFICATION DIVISION.
       PROGRAM-ID. PwdHash.

      ******************************************************************
      *    PwdHash - one-way operator password hash.
      *    The single place a password is turned into the
      *    OPER-PASSWORD-HASH held on OPERMAST.MST, so the sign-on
      *    that checks a password and OperMnt that sets a temporary
      *    one can never disagree on the method. The operator ID and
      *    password are folded together twice over a large prime
      *    modulus, so the same password gives a different hash for
      *    each ID. The caller passes the ID and password in the
      *    PWDHASH area and gets the hash back there.
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY PWDHASH.

       01  WS-HASH-INPUT.
           05  WS-HASH-ID              PIC X(8).
           05  WS-HASH-PASSWORD        PIC X(16).
       01  WS-HASH-WORK                PIC 9(15) VALUE 0.
       01  WS-HASH-QUOTIENT            PIC 9(15) VALUE 0.
       01  WS-HASH-REMAINDER           PIC 9(15) VALUE 0.
       01  WS-HASH-IX                  PIC 9(2) VALUE 0.
       01  WS-HASH-PASS                PIC 9 VALUE 0.
       01  WS-HASH-MODULUS             PIC 9(12) VALUE 999999999989.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE PWH-OPER-ID TO WS-HASH-ID.
           MOVE PWH-PASSWORD TO WS-HASH-PASSWORD.
           MOVE SPACES TO PWH-PASSWORD.
           MOVE 0 TO WS-HASH-WORK.
           PERFORM VARYING WS-HASH-PASS FROM 1 BY 1
                   UNTIL WS-HASH-PASS > 2
               PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                       UNTIL WS-HASH-IX > 24
                   COMPUTE WS-HASH-WORK = WS-HASH-WORK * 131
                       + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IX:1))
                   DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-REMAINDER
                   MOVE WS-HASH-REMAINDER TO WS-HASH-WORK
               END-PERFORM
           END-PERFORM.
           MOVE WS-HASH-WORK TO PWH-HASH.
           MOVE SPACES TO WS-HASH-PASSWORD.
           GOBACK.
