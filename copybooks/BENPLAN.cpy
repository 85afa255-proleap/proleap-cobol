      *****************************************************************
      *  BENPLAN.cpy
      *  Benefit plan master record - one row per plan offered.
      *  The plan's deduction code is what the DEDELECT.DAT
      *  elections BENENRL generates carry, so PAYCALC, PAYDED.DAT
      *  and DEDREMIT see a benefit exactly as any other elected
      *  deduction. Plans of the same type (medical, dental ...)
      *  are alternatives: an employee holds at most one plan of a
      *  type at a time. Eligibility is by pay basis and paying
      *  company; a tier with a blank code is not offered. The
      *  carrier is who insures or administers the plan, and whose
      *  eligibility export (BENEXPT) carries its members; blank
      *  for a plan no carrier is told about.
      *****************************************************************
       01  BENEFIT-PLAN-RECORD.
           05  BP-PLAN-CODE            PIC X(6).
           05  BP-PLAN-TYPE            PIC X(4).
           05  BP-DD-CODE              PIC X(8).
           05  BP-PLAN-NAME            PIC X(20).
      *    S salaried only, H hourly only, blank both - read
      *    against EP-PAY-BASIS, itself blank for salaried.
           05  BP-ELIG-BASIS           PIC X(1).
               88  BP-ELIG-ANY-BASIS       VALUE ' '.
      *    A COMPANY.DAT code (blank the default company), or
      *    '***' for every company.
           05  BP-ELIG-COMPANY         PIC X(3).
               88  BP-ELIG-ANY-COMPANY     VALUE '***'.
      *    Coverage tiers - EE employee only, ES with spouse,
      *    EC with children, FA family - each at its cost per pay
      *    period.
           05  BP-TIER OCCURS 4 TIMES.
               10  BP-TIER-CODE        PIC X(2).
               10  BP-TIER-COST        PIC 9(5)V99.
           05  BP-CARRIER              PIC X(4).
