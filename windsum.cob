      *    carry-over queue (rejects, recycle, pending approval,
      *    warehouse), export lines sent tonight and still
      *    unacknowledged, and whether either posting program left
      *    a restart checkpoint behind, and how many posting
      *    anomalies AnomRpt raised for audit (ANOMTOT.DAT). The
      *    same figures append a RUN-HISTORY record to RUNHIST.DAT,
      *    one per window, so a 30-night trend is a report over
      *    one file instead of a morning spent across six SYSOUTs.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RECON-TOTAL-FILE ASSIGN TO "RECONTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTOT-FILE-STATUS.
           SELECT ANOMALY-TOTAL-FILE ASSIGN TO "ANOMTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTO-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "BENREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
       COPY AUDITREC.
       FD  RECON-TOTAL-FILE.
       COPY RCNTOTRC.
       FD  ANOMALY-TOTAL-FILE.
       COPY ANOMTORC.
       FD  REJECT-FILE.
       01  REJECT-COUNT-RECORD         PIC X(120).
       FD  RECYCLE-FILE.
       01  RECYCLE-COUNT-RECORD        PIC X(80).
       FD  APPROVAL-FILE.
       01  APPROVAL-COUNT-RECORD       PIC X(89).
       FD  WHSE-FILE.
       01  WHSE-COUNT-RECORD           PIC X(81).
       FD  PEND-FILE.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ARCHIVE-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-RTOT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ANTO-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REJECT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RECYCLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-APPROVAL-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-RTOT-VALUE               PIC S9(11)V99 VALUE 0.
       01  WS-RTOT-FOUND-FLAG          PIC X VALUE "N".
           88  WS-RTOT-FOUND           VALUE "Y".
       01  WS-ANOMALY-COUNT            PIC 9(6) VALUE 0.
       01  WS-ANOMALY-LARGE            PIC 9(6) VALUE 0.
       01  WS-ANOMALY-VELOCITY         PIC 9(6) VALUE 0.
       01  WS-ANOMALY-REPEAT           PIC 9(6) VALUE 0.
       01  WS-ANTO-FOUND-FLAG          PIC X VALUE "N".
           88  WS-ANTO-FOUND           VALUE "Y".
       01  WS-REJECT-DEPTH             PIC 9(6) VALUE 0.
       01  WS-RECYCLE-DEPTH            PIC 9(6) VALUE 0.
       01  WS-APPROVAL-DEPTH           PIC 9(6) VALUE 0.

           PERFORM 1000-TALLY-AUDIT-ARCHIVE.
           PERFORM 1100-FIND-RECON-TOTAL.
           PERFORM 1150-FIND-ANOMALY-TOTAL.
           PERFORM 1200-COUNT-QUEUE-DEPTHS.
           PERFORM 1300-COUNT-EXPORT-PENDING.
           PERFORM 1400-CHECK-CHECKPOINTS.
               CLOSE RECON-TOTAL-FILE
           END-IF.

       1150-FIND-ANOMALY-TOTAL.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ANOMALY-TOTAL-FILE.
           IF WS-ANTO-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ANOMALY-TOTAL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF ANTO-RUN-DATE = WS-RUN-DATE-YYYYMMDD
                               SET WS-ANTO-FOUND TO TRUE
                               MOVE ANTO-EXCEPTION-COUNT
                                   TO WS-ANOMALY-COUNT
                               MOVE ANTO-LARGE-COUNT
                                   TO WS-ANOMALY-LARGE
                               MOVE ANTO-VELOCITY-COUNT
                                   TO WS-ANOMALY-VELOCITY
                               MOVE ANTO-REPEAT-COUNT
                                   TO WS-ANOMALY-REPEAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOMALY-TOTAL-FILE
           END-IF.

       1200-COUNT-QUEUE-DEPTHS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REJECT-FILE.
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ANTO-FOUND
               STRING "POSTING ANOMALIES FOR AUDIT REVIEW="
                   WS-ANOMALY-COUNT
                   " (LARGE=" WS-ANOMALY-LARGE
                   " VELOCITY=" WS-ANOMALY-VELOCITY
                   " REPEATS=" WS-ANOMALY-REPEAT ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "** NO ANOMALY TOTALS FOR TONIGHT - "
                   "DID ANOMRPT RUN? **"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MATH       CALCULATED=" WS-MATH-SUCCESS
               " REJECTED/VOIDED=" WS-MATH-REJECT
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-EXPORT-OVERDUE TO RHST-EXPORT-OVERDUE.
           MOVE WS-BEN-CKPT-FLAG TO RHST-BEN-CHECKPOINT.
           MOVE WS-MATH-CKPT-FLAG TO RHST-MATH-CHECKPOINT.
           MOVE WS-ANOMALY-COUNT TO RHST-ANOMALY-COUNT.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
