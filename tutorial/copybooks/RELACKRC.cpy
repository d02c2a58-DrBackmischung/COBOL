      *> RELACKRC.cpy
      *> Downstream acknowledgement record: one per RELEASE generation
      *> the downstream system has loaded.  The generation is named by
      *> the business date on its header record; the load timestamp
      *> is when the downstream system loaded it, and the records and
      *> amount are what it loaded, in the trailer's own terms, for
      *> Release-Ack-Recon to match to the release register.
           05  RACK-GENERATION-DATE      PIC X(8).
           05  RACK-LOAD-TIMESTAMP       PIC X(14).
           05  RACK-RECORDS-LOADED       PIC 9(9).
           05  RACK-AMOUNT-LOADED        PIC S9(9)V99.
