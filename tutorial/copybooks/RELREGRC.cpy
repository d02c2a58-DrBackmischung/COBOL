      *> RELREGRC.cpy
      *> Release register record: one per RELEASE generation
      *> Release-Extract has written, kept in the RELREG KSDS keyed on
      *> the business date on the generation's header - the date the
      *> downstream system quotes back on its acknowledgement.  The
      *> release count and amount are the generation's own trailer
      *> figures; RREG-RELEASE-RUNS goes above one only when a forced
      *> rerun released the same business date again, which replaces
      *> the figures and waits for a fresh acknowledgement.  The ack
      *> fields are the downstream system's loaded figures as
      *> Release-Ack-Recon last matched them.
           05  RREG-BUSINESS-DATE        PIC X(8).
           05  RREG-RELEASE-TIMESTAMP    PIC X(14).
           05  RREG-RELEASE-COUNT        PIC 9(9).
           05  RREG-RELEASE-AMOUNT       PIC S9(9)V99.
           05  RREG-RELEASE-RUNS         PIC 9(3).
           05  RREG-STATE                PIC X(1).
               88  RREG-AWAITING         VALUE "W".
               88  RREG-MATCHED          VALUE "M".
               88  RREG-MISMATCHED       VALUE "X".
               88  RREG-OVERDUE          VALUE "O".
           05  RREG-ACK-TIMESTAMP        PIC X(14).
           05  RREG-ACK-COUNT            PIC 9(9).
           05  RREG-ACK-AMOUNT           PIC S9(9)V99.
           05  RREG-RECONCILED-TIMESTAMP PIC X(14).
