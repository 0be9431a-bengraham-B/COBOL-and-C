      ******************************************************************
      *    BANKSTRC - bank daily statement line (BANKSTMT.DAT).
      *    One line per movement the bank reports on the account for
      *    the day, carrying the payment reference we sent with it
      *    (our TRAN-REFERENCE) and the amount signed the same way
      *    as our postings, so BankRec can pair the two sides on
      *    reference and amount.
      ******************************************************************
       01  BANK-STMT-RECORD.
           05  BSTM-VALUE-DATE         PIC X(8).
           05  BSTM-REFERENCE          PIC X(12).
           05  BSTM-AMOUNT             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  BSTM-NARRATIVE          PIC X(30).
