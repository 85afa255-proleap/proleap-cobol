      *****************************************************************
      *  LEAVEREQ.cpy
      *  Leave request record - one row per LVR1 request the
      *  listener accepted, kept on LEAVEREQ.DAT for the life of the
      *  request. The listener writes it pending and later sends the
      *  supervisor's answer back; LEAVEAPR routes it to the
      *  department supervisor, records the decision, and turns an
      *  approved request into leave-type timecards for TIMEIMP as
      *  its dates are taken.
      *****************************************************************
       01  LEAVE-REQUEST-RECORD.
           05  LQ-REQUEST-ID           PIC 9(8).
           05  LQ-EMP-NUMBER           PIC 9(7).
           05  LQ-LEAVE-TYPE           PIC X(1).
           05  LQ-START-DATE           PIC 9(8).
           05  LQ-END-DATE             PIC 9(8).
      *    Hours off per working day, and over the whole
      *    request - weekdays in the range times the daily hours.
           05  LQ-DAILY-HOURS          PIC 9(2)V99.
           05  LQ-TOTAL-HOURS          PIC 9(4)V99.
           05  LQ-RECEIVED-DATE        PIC 9(8).
      *    P pending approval, A approved, R rejected.
           05  LQ-STATUS               PIC X(1).
               88  LQ-PENDING              VALUE 'P'.
               88  LQ-APPROVED             VALUE 'A'.
               88  LQ-REJECTED             VALUE 'R'.
      *    The approving supervisor's operator id, off the
      *    DEPTSUPV.DAT row for the employee's department; blank
      *    until LEAVEAPR's review routes the request.
           05  LQ-DEPARTMENT           PIC X(4).
           05  LQ-SUPERVISOR           PIC X(8).
           05  LQ-OPERATOR-ID          PIC X(8).
           05  LQ-ACTION-DATE          PIC 9(8).
           05  LQ-REASON               PIC X(30).
      *    Y once the listener has sent the decision back.
           05  LQ-ANSWER-SENT          PIC X(1).
               88  LQ-ANSWERED             VALUE 'Y'.
      *    The last date already turned into timecards, and
      *    the hours carded so far - what is left of an approved
      *    request still to come off the balance.
           05  LQ-CARDED-THROUGH       PIC 9(8).
           05  LQ-CARDED-HOURS         PIC 9(4)V99.
      *    The employee's hourly rate as last seen on a
      *    worked card - what the leave cards pay when the export
      *    carries no worked card to take it from.
           05  LQ-CARD-RATE            PIC 9(3)V99.
