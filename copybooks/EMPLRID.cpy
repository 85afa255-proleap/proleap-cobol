      *****************************************************************
      *  EMPLRID.cpy
      *  Employer identification record - how each paying company
      *  is known to the agencies it reports to. One row per company
      *  (blank code the default company, as on EMPPROF.DAT) and
      *  jurisdiction; a row with a blank jurisdiction serves every
      *  jurisdiction the company has no row of its own for. The
      *  state employer account number is the jurisdiction's own
      *  number for the company, blank where it issues none.
      *****************************************************************
       01  EMPLOYER-ID-RECORD.
           05  ER-COMPANY              PIC X(3).
           05  ER-JURISDICTION         PIC X(2).
           05  ER-FEDERAL-ID           PIC X(9).
           05  ER-STATE-ID             PIC X(12).
           05  ER-EMPLOYER-NAME        PIC X(30).
           05  ER-ADDRESS              PIC X(30).
