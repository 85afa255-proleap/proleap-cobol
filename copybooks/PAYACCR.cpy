      *****************************************************************
      *  PAYACCR.cpy
      *  Month-end payroll accrual record - one row per employee
      *  with pay earned in a closed period but not yet paid,
      *  written by the MONTHEND close and posted by GLPOST. The
      *  accrual posts to the ledger dated the period's last day on
      *  the first GLPOST run on or after the night of the close
      *  (the post date), and reverses once posted on the
      *  reverse date - the first processing day of the next period
      *  on the PROCCAL.DAT calendar, or the close night itself when
      *  the close runs late.
      *****************************************************************
       01  PAY-ACCRUAL-RECORD.
           05  PA-PERIOD               PIC 9(6).
           05  PA-EMP-NUMBER           PIC 9(7).
           05  PA-COMPANY              PIC X(3).
           05  PA-DEPARTMENT           PIC X(4).
      *    S salaried (prorated off the pay calendar), H
      *    hourly (timecard hours not yet imported).
           05  PA-BASIS                PIC X(1).
               88  PA-BASIS-SALARIED       VALUE 'S'.
               88  PA-BASIS-HOURLY         VALUE 'H'.
           05  PA-AMOUNT               PIC 9(9)V99.
           05  PA-ACCRUE-DATE          PIC 9(8).
           05  PA-POST-DATE            PIC 9(8).
           05  PA-REVERSE-DATE         PIC 9(8).
      *    The night GLPOST posted the reversal - zero until
      *    it has, so a reversal whose night passed without a
      *    posting still goes on the next. Blank on rows from before
      *    it was kept, which reverse on their reverse date alone.
           05  PA-REVERSED-DATE        PIC 9(8).
      *    The night GLPOST posted the accrual itself - zero
      *    until it has, so an accrual whose night passed without a
      *    posting still goes on the next, and its reversal waits
      *    for it. Blank on rows from before it was kept.
           05  PA-POSTED-DATE          PIC 9(8).
