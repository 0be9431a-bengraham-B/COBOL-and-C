      ******************************************************************
      *    PERDREC - accounting period control record layout.
      *    One record per month on the indexed PERDMST.MST master,
      *    keyed by YYYYMM and maintained through PerdMnt. A month
      *    with no record is open. "L" (closing) is informational -
      *    finance is working on the month and postings still go
      *    in; "C" (closed) means the month's totals have been
      *    reported and nothing may post into it: Ben-COBOL,
      *    BenRevrs, ApprRel and WhseRel turn any detail meant for
      *    a closed month into a prior-period adjustment posted in
      *    the current open period (TRAN-ORIG-PERIOD). Who last
      *    changed the status, and when, is kept on the record;
      *    every change is also written to MSTAUDIT.DAT.
      ******************************************************************
       01  PERIOD-RECORD.
           05  PERD-MONTH              PIC X(6).
           05  PERD-STATUS             PIC X.
               88  PERD-OPEN           VALUE "O".
               88  PERD-CLOSING        VALUE "L".
               88  PERD-CLOSED         VALUE "C".
           05  PERD-CHANGED-BY         PIC X(8).
           05  PERD-CHANGED-DATE       PIC X(8).
