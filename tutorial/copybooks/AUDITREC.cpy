           05  AUDIT-RECORD-TYPE         PIC X(5).
               88  AUDIT-TYPE-START      VALUE "START".
               88  AUDIT-TYPE-END        VALUE "END".
      *> SKIP is written instead of START/END by a chain program
      *> that found itself already complete for the business date on
      *> the run-state file and ended without doing anything.
               88  AUDIT-TYPE-SKIP       VALUE "SKIP".
           05  AUDIT-PROGRAM-NAME        PIC X(20).
           05  AUDIT-TIMESTAMP           PIC X(14).
           05  AUDIT-RETURN-CODE         PIC 9(4).
