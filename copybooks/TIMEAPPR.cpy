      *****************************************************************
      *  TIMEAPPR.cpy
      *  Timecard approval record - one row per card on the
      *  TIMECARD.DAT export, by its position in the file, with the
      *  card's own image so a re-exported file can never inherit an
      *  approval given to a different card. Written by TIMEAPPR's
      *  review, updated by its approve and reject functions, and
      *  read by TIMEIMP, which imports a card only when its row
      *  matches and says approved, and empties the file once it
      *  has imported - an approval pays one import only.
      *****************************************************************
       01  TIME-APPROVAL-RECORD.
           05  TA-CARD-SEQ             PIC 9(5).
           05  TA-CARD-IMAGE           PIC X(19).
           05  TA-EMP-NUMBER           PIC 9(7).
           05  TA-DEPARTMENT           PIC X(4).
      *    The approving supervisor's operator id, off the
      *    DEPTSUPV.DAT row for the employee's department; blank
      *    when the department has no supervisor on file.
           05  TA-SUPERVISOR           PIC X(8).
      *    P pending review, A approved, R rejected.
           05  TA-STATUS               PIC X(1).
               88  TA-PENDING              VALUE 'P'.
               88  TA-APPROVED             VALUE 'A'.
               88  TA-REJECTED             VALUE 'R'.
           05  TA-OPERATOR-ID          PIC X(8).
           05  TA-ACTION-DATE          PIC 9(8).
           05  TA-REASON               PIC X(30).
