      *  status, hire date, address), which is why half the
      *  reporting requests died at "we don't store department
      *  anywhere". Keyed by employee number; maintained through
      *  EMPMMNT and fed by the onboarding, termination and rehire
      *  processing.
      *****************************************************************
       01  EMP-MASTER-RECORD.
      *    Zero until the employee terminates.
           05  EM-TERM-DATE            PIC 9(8).
           05  EM-ADDRESS              PIC X(30).
      *    The salary grade the job is paid under - a grade
      *    on the SALGRADE.DAT grade master; blank until assigned.
           05  EM-GRADE                PIC X(4).
      *    The service dates a rehire keeps on record - the
      *    first hire date and the termination that ended the last
      *    spell of service. Zero (or blank on rows written before
      *    rehires existed) for anyone never rehired; EM-HIRE-DATE
      *    is then the only service date there is.
           05  EM-ORIG-HIRE-DATE       PIC 9(8).
           05  EM-PRIOR-TERM-DATE      PIC 9(8).
