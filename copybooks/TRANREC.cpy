      *    "T" trailer carrying the detail count and a hash total of
      *    the amount fields, so a truncated or re-run transmission
      *    is caught before anything posts.
      *    A file may hold several batches one after another - the
      *    upstream transmission and each department upload CsvConv
      *    converts - each with its own header and trailer.
      *    Detail amounts carry a real leading sign so debits can be
      *    netted against credits in the same batch, and two implied
      *    decimal places so postings are dollars and cents rather
      *    approver is a different operator than the submitter and
      *    is on the operator master - two-person control holds all
      *    the way through to the posting.
      *    TRAN-ORIG-PERIOD is spaces on a normal detail. When a
      *    detail is meant for a month finance has already closed
      *    (PERDREC), it is not refused outright: it is posted into
      *    the current open period as a prior-period adjustment,
      *    and this field carries the YYYYMM it was meant for, so
      *    the late adjustment is listed on PRIORADJ.DAT for audit.
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-RECORD-TYPE  PIC X.
           05  TRAN-REFERENCE    PIC X(12).
           05  TRAN-VALUE-DATE   PIC X(8).
           05  TRAN-APPROVED-BY  PIC X(8).
           05  TRAN-ORIG-PERIOD  PIC X(6).
       01  TRAN-BATCH-HEADER.
           05  TRAN-HDR-TYPE           PIC X.
           05  TRAN-HDR-BATCH-ID       PIC X(8).
