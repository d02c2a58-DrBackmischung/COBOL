      *> RATEOVRC.cpy
      *> Rate-check override card.  One card accepts one currency's
      *> exception on one business date: a factor that moved beyond
      *> the run-control tolerance is accepted only when ROVR-FACTOR
      *> is the new factor exactly, so a second, different mistake on
      *> the same currency is still caught; a factor of zero accepts
      *> the currency having no card today (dropped since yesterday,
      *> or in use with no card).  Duplicate cards and zero factors on
      *> the deck itself cannot be overridden - the deck is corrected.
           05  ROVR-BUSINESS-DATE        PIC X(8).
           05  FILLER                    PIC X(1).
           05  ROVR-CURRENCY             PIC X(3).
           05  FILLER                    PIC X(1).
           05  ROVR-FACTOR               PIC 9(3)V9(6).
           05  FILLER                    PIC X(1).
           05  ROVR-ACCEPTED-BY          PIC X(8).
