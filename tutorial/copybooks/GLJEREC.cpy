      *> GLJEREC.cpy
      *> General-ledger journal-entry interface record written by
      *> GL-Extract for the ledger's overnight load.  The set is one
      *> header, the entry lines, and one trailer, every record
      *> stamped with the business date the entries belong to.  Each
      *> category/transaction-code total becomes a balanced pair of
      *> lines: one to the mapped account and one to its contra
      *> account, on opposite sides.  Amounts are unsigned; the side
      *> is carried in GLJ-DEBIT-CREDIT.  The trailer carries the
      *> line count, the amount hash (the sum of every line amount)
      *> and the debit and credit totals, which always agree.
           05  GLJ-RECORD-TYPE           PIC X(1).
               88  GLJ-TYPE-HEADER       VALUE "H".
               88  GLJ-TYPE-ENTRY        VALUE "D".
               88  GLJ-TYPE-TRAILER      VALUE "T".
           05  GLJ-BUSINESS-DATE         PIC X(8).
           05  GLJ-ENTRY-AREA.
               10  GLJ-ENTRY-NUMBER      PIC 9(7).
               10  GLJ-ACCOUNT           PIC X(10).
               10  GLJ-DEBIT-CREDIT      PIC X(1).
                   88  GLJ-DEBIT         VALUE "D".
                   88  GLJ-CREDIT        VALUE "C".
               10  GLJ-AMOUNT            PIC 9(11)V99.
               10  GLJ-CATEGORY          PIC X(10).
               10  GLJ-TRAN-CODE         PIC X(1).
               10  GLJ-POSTING-COUNT     PIC 9(9).
           05  GLJ-HEADER-AREA REDEFINES GLJ-ENTRY-AREA.
               10  GLJ-SOURCE-SYSTEM     PIC X(10).
               10  GLJ-CREATED-TIMESTAMP PIC X(14).
               10  FILLER                PIC X(27).
           05  GLJ-TRAILER-AREA REDEFINES GLJ-ENTRY-AREA.
               10  GLJ-ENTRY-COUNT       PIC 9(9).
               10  GLJ-AMOUNT-HASH       PIC 9(13)V99.
               10  GLJ-DEBIT-TOTAL       PIC 9(11)V99.
               10  GLJ-CREDIT-TOTAL      PIC 9(11)V99.
               10  FILLER                PIC X(1).
