      *> instead of reprocessing the whole input file.  The running
      *> counts are carried along so a restarted run's end-of-job
      *> control totals still cover the whole file, not just the
      *> records seen since the restart.  The registry key and action of
      *> the set open at the checkpoint go along too, so the set a
      *> restart resumes part-way through is still registered - or
      *> still refused - like any other.
           05  CKPT-LAST-CUST-ID         PIC X(9).
           05  CKPT-RECORD-COUNT         PIC 9(9).
           05  CKPT-RECORDS-WRITTEN      PIC 9(9).
           05  CKPT-RECORDS-REJECTED     PIC 9(9).
           05  CKPT-HASH-TOTAL           PIC S9(9)V99.
           05  CKPT-DETAIL-RECORD-COUNT  PIC 9(9).
           05  CKPT-RECORDS-REFUSED      PIC 9(9).
           05  CKPT-SET-SOURCE-SYSTEM    PIC X(10).
           05  CKPT-SET-RUN-DATE         PIC X(8).
           05  CKPT-SET-ACTION           PIC X(1).
