      *> FREGREC.cpy
      *> Feed registry record: one per header/trailer set File-Handling
      *> has loaded, keyed on the set's source system and header run
      *> date, so the same set submitted a second time is recognised
      *> and refused instead of re-applied.  The detail count and amount
      *> total are the set's own trailer figures (the amount is the sum
      *> of the amounts read when the source does not send one).  The
      *> business date and timestamp say which night's run loaded it;
      *> FREG-LOAD-COUNT goes above one only through a deliberate
      *> reload.
           05  FREG-KEY.
               10  FREG-SOURCE-SYSTEM    PIC X(10).
               10  FREG-RUN-DATE         PIC X(8).
           05  FREG-DETAIL-COUNT         PIC 9(9).
           05  FREG-AMOUNT-TOTAL         PIC S9(11)V99.
           05  FREG-BUSINESS-DATE        PIC X(8).
           05  FREG-LOAD-TIMESTAMP       PIC X(14).
           05  FREG-LOAD-COUNT           PIC 9(3).
