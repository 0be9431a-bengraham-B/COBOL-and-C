      ******************************************************************
      *    PPADJREC - prior-period adjustment record layout.
      *    Appended to PRIORADJ.DAT by Ben-COBOL for every detail
      *    it posts with TRAN-ORIG-PERIOD set - one line per late
      *    adjustment, whichever route brought it in (the keyed or
      *    transmitted batch, a BenRevrs reversal, an ApprRel
      *    release or a WhseRel release). PPA-POST-DATE is the
      *    window it actually posted in and PPA-ORIG-PERIOD the
      *    closed month it was meant for. PerdMnt lists the file
      *    for the auditors.
      ******************************************************************
       01  PRIOR-ADJUSTMENT-RECORD.
           05  PPA-POST-DATE           PIC X(8).
           05  PPA-ORIG-PERIOD         PIC X(6).
           05  PPA-VALUE-DATE          PIC X(8).
           05  PPA-REFERENCE           PIC X(12).
           05  PPA-ACCOUNT-CODE        PIC X(6).
           05  PPA-OPERATOR-ID         PIC X(8).
           05  PPA-APPROVED-BY         PIC X(8).
           05  PPA-AMOUNT              PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
