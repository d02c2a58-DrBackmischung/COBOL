      *> GLSUMREC.cpy
      *> Posting totals by category and transaction code, handed off
      *> by Basic-Arithmetic for the general-ledger extract.  One
      *> record per AMT-CATEGORY and debit/credit/reversal code seen
      *> in the day's accepted postings, with the number of postings
      *> and their total in base currency - the same converted
      *> figures that make up Basic-Arithmetic's grand total, so the
      *> ledger and the balance are built from one set of numbers.
      *> Recreated each run.
           05  GLS-CATEGORY              PIC X(10).
           05  GLS-TRAN-CODE             PIC X(1).
           05  GLS-POSTING-COUNT         PIC 9(9).
           05  GLS-AMOUNT-TOTAL          PIC S9(11)V99.
