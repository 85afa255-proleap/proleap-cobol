      *    as.
           05  FILLER                      PIC X(2).
           05  PN-COMPANY                  PIC X(3).
      *    The non-taxable expense reimbursement paid with
      *    this result - already part of PN-NET, carried on its own
      *    so the payslip can show it, the bank interface can prove
      *    it against the PAYEXPNS trailer and the ledger can post
      *    it. Blank on a record from before reads as none.
           05  FILLER                      PIC X(2).
           05  PN-REIMBURSE                PIC 9(9)V99.
