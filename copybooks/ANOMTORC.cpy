      ******************************************************************
      *    ANOMTORC - nightly posting-anomaly control record.
      *    Appended to ANOMTOT.DAT by AnomRpt (the RECONTOT.DAT
      *    pattern): the window date and how many exceptions of
      *    each kind the report raised, so WindowSum can put the
      *    count on the one-page summary without reading the
      *    report. If the report is rerun for a date the latest
      *    record for that date is the one that counts.
      ******************************************************************
       01  ANOMALY-TOTAL-RECORD.
           05  ANTO-RUN-DATE           PIC X(8).
           05  ANTO-EXCEPTION-COUNT    PIC 9(6).
           05  ANTO-LARGE-COUNT        PIC 9(6).
           05  ANTO-VELOCITY-COUNT     PIC 9(6).
           05  ANTO-REPEAT-COUNT       PIC 9(6).
