      *> RUNSTREC.cpy
      *> Chain run-state record: one per program of the nightly chain
      *> per business date, kept in the RUNSTATE KSDS keyed on the
      *> business date plus the program's audit name.  A program marks
      *> its record STARTED as it begins and COMPLETE (return code
      *> below 8) or FAILED as it ends; one that abends stays STARTED.
      *> A program that finds its record already COMPLETE for the
      *> business date ends at once with a SKIP audit record, so a
      *> failed chain can be resubmitted whole without re-running the
      *> steps that already worked.  Run-State-Report's FORCE sets a
      *> record to FORCED so that program runs again.
           05  RST-KEY.
               10  RST-BUSINESS-DATE     PIC X(8).
               10  RST-PROGRAM-NAME      PIC X(20).
           05  RST-STATE                 PIC X(1).
               88  RST-STARTED           VALUE "S".
               88  RST-COMPLETE          VALUE "C".
               88  RST-FAILED            VALUE "F".
               88  RST-FORCED            VALUE "R".
           05  RST-RETURN-CODE           PIC 9(4).
           05  RST-STARTED-TIMESTAMP     PIC X(14).
           05  RST-ENDED-TIMESTAMP       PIC X(14).
           05  RST-RUN-COUNT             PIC 9(3).
           05  RST-SKIP-COUNT            PIC 9(3).
