      *> Amount tolerance for the end-of-run balancing step, as an
      *> unsigned 9(7)V99 (e.g. 000000100 is 1.00).
           05  CTL-BALANCE-TOLERANCE     PIC X(9).
           05  FILLER                    PIC X(1).
      *> Period-end flag set by Date-Rollover when it rolls the card
      *> forward: M when the business date on the card is the last
      *> processing day of its month, Y when it is also the last of
      *> the year, space otherwise.  Month-end and year-end jobs test
      *> it rather than working the calendar out for themselves.
           05  CTL-PERIOD-END            PIC X(1).
               88  CTL-MONTH-END         VALUES "M" "Y".
               88  CTL-YEAR-END          VALUE "Y".
           05  FILLER                    PIC X(1).
      *> Largest day-on-day move in a currency's rate factor, as a
      *> whole percentage of yesterday's factor, that Rate-Check
      *> passes without an override card (e.g. 010 is ten percent).
           05  CTL-RATE-MOVE-PCT-LIMIT   PIC X(3).
