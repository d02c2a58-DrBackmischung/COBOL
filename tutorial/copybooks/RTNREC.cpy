      *> RTNREC.cpy
      *> Reject return record sent back to a feed supplier: one file
      *> per source system, in the same header/detail/trailer set the
      *> supplier sent, so their own feed edits can read it.
      *> RTN-FEED-RECORD is in the CUSTREC layout - the header names
      *> the source system and carries the return date, each detail
      *> is the rejected record exactly as it was received, and the
      *> trailer carries the detail count and the sum of the numeric
      *> detail amounts.  The reason fields are filled on details
      *> only; RTN-REASON-CODE is the stable two-digit code suppliers
      *> key their fixes on (99 for a reason with no code yet), and
      *> RTN-AGE-DAYS is how many nights the record has been
      *> outstanding (1 for a record rejected tonight).
           05  RTN-FEED-RECORD           PIC X(51).
           05  FILLER                    PIC X(1).
           05  RTN-REASON-CODE           PIC X(2).
           05  FILLER                    PIC X(1).
           05  RTN-REASON-TEXT           PIC X(30).
           05  FILLER                    PIC X(1).
           05  RTN-ORIG-RUN-DATE         PIC X(8).
           05  RTN-AGE-DAYS              PIC 9(3).
