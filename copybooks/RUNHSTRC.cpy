      *    is a report over this file instead of a memory exercise
      *    across six SYSOUTs. The checkpoint flags are "Y" when a
      *    restart checkpoint was left behind - the sign of an
      *    abended step that never reached its cleanup. The
      *    anomaly count is the number of exceptions AnomRpt listed
      *    for audit that window.
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           05  RHST-RUN-DATE           PIC X(8).
           05  RHST-EXPORT-OVERDUE     PIC 9(6).
           05  RHST-BEN-CHECKPOINT     PIC X.
           05  RHST-MATH-CHECKPOINT    PIC X.
           05  RHST-ANOMALY-COUNT      PIC 9(6).
