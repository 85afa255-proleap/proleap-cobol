      *****************************************************************
      *  MINWAGE.cpy
      *  Minimum wage table record - the legal hourly floor by
      *  jurisdiction (the EP-JURISDICTION code on EMPPROF.DAT) and
      *  the date it takes effect. A rate holds from its effective
      *  date until the next row for the same jurisdiction; a row
      *  with a blank jurisdiction is the general floor every
      *  jurisdiction is held to, and where both apply the higher
      *  of the two governs. Read by TIMEIMP for the timecard rates
      *  and by PAYCALC for the salaried population.
      *****************************************************************
       01  MIN-WAGE-RECORD.
           05  MW-JURISDICTION         PIC X(2).
           05  MW-EFFECTIVE-DATE       PIC 9(8).
           05  MW-HOURLY-RATE          PIC 9(3)V99.
