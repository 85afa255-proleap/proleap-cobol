      *****************************************************************
      *  BENELECT.cpy
      *  Benefit election of record - one row per employee, plan
      *  and coverage span, written by BENENRL as enrollments are
      *  accepted, rolled forward or waived. The DEDELECT.DAT
      *  election PAYCALC deducts from is generated from it; this
      *  file keeps what DEDELECT.DAT cannot - the plan and tier
      *  chosen - so a non-respondent rolls forward on the same
      *  coverage at the new year's cost.
      *****************************************************************
       01  BENEFIT-ELECTION-RECORD.
           05  BE-EMP-NUMBER           PIC 9(7).
           05  BE-PLAN-CODE            PIC X(6).
           05  BE-PLAN-TYPE            PIC X(4).
      *    A tier code from the plan, or WV - the plan type
      *    waived, with no deduction generated.
           05  BE-TIER-CODE            PIC X(2).
               88  BE-TIER-WAIVED          VALUE 'WV'.
           05  BE-START-DATE           PIC 9(8).
      *    Zero is open-ended.
           05  BE-STOP-DATE            PIC 9(8).
      *    O open enrollment, N new-hire window, R rolled
      *    forward for a non-respondent, W waived.
           05  BE-SOURCE               PIC X(1).
