      ******************************************************************
      *    TAXREC - tax rate master record layout (TAXMST.MST).
      *    One record per tax code, keyed by TAX-CODE and maintained
      *    through AcctMnt, which also hangs the code on each taxable
      *    account (ACCT-TAX-CODE). TAX-RATE-PCT is the percentage
      *    charged on the net amount, so a posting of G against a
      *    taxable account carries G * RATE / (100 + RATE) of tax.
      *    TAX-LIABILITY-ACCT is the account the tax portion posts
      *    to; it must be an open account on ACCTMAST.MST and is not
      *    itself taxable. A changed rate applies from the next
      *    posting - what has already posted keeps the split it was
      *    given on RESMAST.MST.
      ******************************************************************
       01  TAX-RATE-RECORD.
           05  TAX-CODE                PIC X(2).
           05  TAX-DESCRIPTION         PIC X(30).
           05  TAX-RATE-PCT            PIC 9(3)V9(4).
           05  TAX-LIABILITY-ACCT      PIC X(6).
           05  TAX-SET-DATE            PIC X(8).
