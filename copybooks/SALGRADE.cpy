      *****************************************************************
      *  SALGRADE.cpy
      *  Salary grade master record - the pay range for a job
      *  grade. A grade may carry several rows with different
      *  effective dates; the row in force on a date is the one
      *  with the latest effective date on or before it, so next
      *  year's ranges can be loaded ahead of time. Employees carry
      *  their grade on EMPMAST.DAT (EM-GRADE); GRADECHK prices a
      *  salary against the range for every program that asks.
      *****************************************************************
       01  SALARY-GRADE-RECORD.
           05  SG-GRADE                PIC X(4).
           05  SG-MINIMUM              PIC 9(7)V99.
           05  SG-MIDPOINT             PIC 9(7)V99.
           05  SG-MAXIMUM              PIC 9(7)V99.
           05  SG-EFF-DATE             PIC 9(8).
