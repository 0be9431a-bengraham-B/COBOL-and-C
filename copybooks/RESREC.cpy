      ******************************************************************
      *    RESREC - indexed results master record layout (RESMAST.MST).
      *    Every successful Ben-COBOL posting is also written here,
      *    keyed by run date plus a sequence number, so a "did my
      *    posting go through" question is answered by keyed lookup
      *    first Ben-COBOL run after cutover converts the old master
      *    record by record, leaving the new columns as spaces on
      *    converted rows.
      *    A posting to a taxable account is written as two rows
      *    under the same reference: the net amount against the
      *    account (RES-TAX-BASE) and the tax against the tax
      *    code's liability account (RES-TAX-PORTION), both carrying
      *    the tax code, so TaxRpt can total base and tax by code
      *    straight off this master. The tax columns widened the
      *    record again, so the master moved on from RESMST.MST to
      *    RESMAST.MST the same way - Ben-COBOL converts RESMST.MST
      *    (or a RESULTS.MST still waiting) on its first run, and
      *    converted rows carry spaces in the tax columns, which is
      *    an untaxed posting.
      ******************************************************************
       01  RESULT-RECORD.
           05  RES-KEY.
           05  RES-TIMESTAMP           PIC X(21).
           05  RES-REFERENCE           PIC X(12).
           05  RES-RATE-USED           PIC X(10).
           05  RES-TAX-CODE            PIC X(2).
           05  RES-TAX-PART            PIC X.
               88  RES-TAX-BASE        VALUE "B".
               88  RES-TAX-PORTION     VALUE "T".
