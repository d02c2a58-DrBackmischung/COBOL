      *> CALNDREC.cpy
      *> Business calendar card: one card per date on which the chain
      *> does not process - a public holiday or a day operations has
      *> declared non-processing.  Weekends are never processing days
      *> and need no card.  The calendar is kept a year or more ahead;
      *> Date-Rollover reads it to find the next processing day.
           05  CAL-DATE                  PIC X(8).
           05  FILLER                    PIC X(1).
           05  CAL-DAY-TYPE              PIC X(1).
               88  CAL-HOLIDAY           VALUE "H".
               88  CAL-NON-PROCESSING    VALUE "N".
               88  CAL-DAY-TYPE-VALID    VALUES "H" "N".
           05  FILLER                    PIC X(1).
           05  CAL-DESCRIPTION           PIC X(30).
