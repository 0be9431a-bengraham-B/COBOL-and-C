      *    operator than the submitter - two-person control) reviews
      *    it in ApprRel and either releases it onto BENRCYC.DAT for
      *    the next window or declines it with a reason.
      *    A posting to a dormant account is held here the same way
      *    whatever its amount; APPR-HOLD-REASON tells the
      *    supervisor which check it was held on (spaces on records
      *    held before the reason was kept mean the amount limit).
      ******************************************************************
       01  PENDING-APPROVAL-RECORD.
           05  APPR-TRAN-RECORD        PIC X(80).
           05  APPR-SUBMIT-DATE        PIC X(8).
           05  APPR-HOLD-REASON        PIC X.
               88  APPR-OVER-LIMIT     VALUE "L" " ".
               88  APPR-DORMANT-ACCT   VALUE "D".
