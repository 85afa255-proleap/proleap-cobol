      *****************************************************************
      *  MINWEXC.cpy
      *  Minimum wage exception record - one row per rate found
      *  under the MINWAGE.DAT floor. TIMEIMP writes its rows for
      *  the timecards it imports, PAYCALC its rows for the salaried
      *  employees it pays; each replaces only its own rows when it
      *  runs, so a corrected rate or salary clears on the rerun.
      *  PAYGATE reports the file and will not release a run while
      *  any row is still open - a supervisor either corrects the
      *  pay or acknowledges the exception under an operator id.
      *****************************************************************
       01  MIN-WAGE-EXCEPTION-RECORD.
           05  MX-SOURCE               PIC X(8).
           05  MX-BUSINESS-DATE        PIC 9(8).
           05  MX-EMP-NUMBER           PIC 9(7).
           05  MX-JURISDICTION         PIC X(2).
      *    H an hourly timecard, S a salaried employee's
      *    period pay over the period's hours.
           05  MX-PAY-BASIS            PIC X(1).
               88  MX-BASIS-HOURLY         VALUE 'H'.
               88  MX-BASIS-SALARIED       VALUE 'S'.
      *    The card's position on TIMECARD.DAT; zero on a
      *    salaried row.
           05  MX-CARD-SEQ             PIC 9(5).
           05  MX-HOURS                PIC 9(4)V99.
           05  MX-EFFECTIVE-RATE       PIC 9(5)V99.
           05  MX-MINIMUM-RATE         PIC 9(3)V99.
      *    O open - holds the release; A acknowledged.
           05  MX-STATUS               PIC X(1).
               88  MX-OPEN                 VALUE 'O'.
               88  MX-ACKNOWLEDGED         VALUE 'A'.
           05  MX-ACK-OPERATOR         PIC X(8).
           05  MX-ACK-DATE             PIC 9(8).
