      ******************************************************************
      *    WSTREC - window step state record layout (WINSTATE.MST).
      *    One record per batch step per business date, keyed by the
      *    date and the step's function code as passed in the PARM
      *    ("K", "W", "4M" ...; "B" for Ben-COBOL and "M" for Math,
      *    which keep their own). A step is marked started as it
      *    begins and complete when it ends with a return code below
      *    8; a resubmitted NIGHTLY skips every step already complete
      *    for the date and hands back the return code it finished
      *    with, so the COND tests further down the job see tonight's
      *    real outcome. A step that abended stays "started" and runs
      *    again. WinStat shows the night's steps and lets a
      *    supervisor reset one so it runs on the next submission.
      ******************************************************************
       01  WINDOW-STATE-RECORD.
           05  WST-KEY.
               10  WST-BUS-DATE        PIC X(8).
               10  WST-STEP-CODE       PIC X(4).
           05  WST-STATUS              PIC X.
               88  WST-STARTED         VALUE "S".
               88  WST-COMPLETE        VALUE "C".
               88  WST-FAILED          VALUE "F".
               88  WST-RESET           VALUE "X".
           05  WST-RETURN-CODE         PIC 9(4).
           05  WST-START-TIME          PIC X(6).
           05  WST-END-TIME            PIC X(6).
           05  WST-SKIP-COUNT          PIC 9(3).
           05  WST-RESET-BY            PIC X(8).
