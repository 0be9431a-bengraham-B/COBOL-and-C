      ******************************************************************
      *    BALREC - account running-balance master record layout.
      *    One record per ACCT-CODE on the indexed BALMST.MST master
      *    (the RESMAST.MST pattern). Ben-COBOL rolls every posting
      *    in as it posts: on the first posting of a new run date
      *    the prior closing balance becomes the opening balance and
      *    the window count and value start over, and each posting
