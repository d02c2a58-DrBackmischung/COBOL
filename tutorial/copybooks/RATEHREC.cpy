      *> RATEHREC.cpy
      *> Dated rate history record kept by Rate-Check: one record per
      *> rate card of every deck it has accepted, the card image as
      *> read behind the business date it was used for.  A night's
      *> deck is recreated by selecting its date and dropping the
      *> first nine bytes (RATEXTR.jcl), so a statement or report can
      *> be re-run at the rates the night actually used.
           05  RHST-BUSINESS-DATE        PIC X(8).
           05  FILLER                    PIC X(1).
           05  RHST-RATE-CARD.
               10  RHST-CURRENCY         PIC X(3).
               10  FILLER                PIC X(1).
               10  RHST-FACTOR           PIC 9(3)V9(6).
