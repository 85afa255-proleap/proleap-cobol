      *****************************************************************
      *  PROCCAL.cpy
      *  Processing calendar record - one row per dated entry on
      *  PROCCAL.DAT. A plain row is a business date the nightly
      *  chain may run on; a paid-holiday row names a date the
      *  office is shut and hourly staff are paid their standard
      *  day, for one company or for every company. Read by
      *  BATCHDRVR to decide whether tonight is a processing day and
      *  by HOLIPAY to generate the holiday-hour timecards.
      *****************************************************************
       01  PROC-CALENDAR-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(8).
      *    Blank on rows from before the holidays were kept
      *    here - a processing day.
           05  PC-DAY-TYPE             PIC X(1).
               88  PC-PROCESSING-DAY       VALUE ' ' 'P'.
               88  PC-PAID-HOLIDAY         VALUE 'H'.
      *    The company a paid holiday applies to, a code
      *    from the COMPANY.DAT company master; blank applies it to
      *    every company.
           05  PC-COMPANY              PIC X(3).
