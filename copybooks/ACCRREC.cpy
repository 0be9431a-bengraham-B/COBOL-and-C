      ******************************************************************
      *    ACCRREC - interest and service-fee accrual master record
      *    (ACCRMST.MST), one per account that accrues, keyed by
      *    account code and maintained through AcctMnt.
      *    ACCR-DEBIT-RATE and ACCR-CREDIT-RATE are annual
      *    percentages: a closing balance below zero accrues at the
      *    debit rate and is charged (a negative posting), a balance
      *    of zero or above accrues at the credit rate and is paid
      *    (a positive posting). ACCR-MONTHLY-FEE is an optional
      *    flat charge raised once a month.
      *    The rest of the record is AccrEng's running state: the
      *    interest accrued so far this month, carried to four
      *    decimals so a small balance does not round away to
      *    nothing night after night, the date accrued up to, and
      *    the last month whose accrual was posted.
      ******************************************************************
       01  ACCRUAL-RECORD.
           05  ACCR-ACCT-CODE          PIC X(6).
           05  ACCR-DEBIT-RATE         PIC 9(3)V9(4).
           05  ACCR-CREDIT-RATE        PIC 9(3)V9(4).
           05  ACCR-MONTHLY-FEE        PIC 9(7)V99.
           05  ACCR-ACCRUED            PIC S9(9)V9(4).
           05  ACCR-ACCRUED-TO-DATE    PIC X(8).
           05  ACCR-POSTED-MONTH       PIC X(6).
           05  ACCR-SET-DATE           PIC X(8).
