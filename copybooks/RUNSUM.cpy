      *    existed read as spaces and belong to no period.
           05  FILLER                      PIC X(2).
           05  RS-BUSINESS-DATE            PIC X(8).
      *    'R' once the pay-run reversal has backed the run
      *    the trailer belongs to out of every file it touched -
      *    readers that balance or aggregate skip a reversed
      *    trailer. Appended like the date; older trailers read as
      *    spaces, never reversed.
           05  FILLER                      PIC X(2).
           05  RS-REVERSAL-FLAG            PIC X(1).
               88  RS-REVERSED                 VALUE 'R'.
