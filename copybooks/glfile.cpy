      *> Record layout for the GL-FILE feed read by LEDGERSM.
      *> One record per branch per general-ledger account category,
      *> carrying the period's accumulated debit and credit totals
      *> for that category at that branch. The branch's records are
      *> written together; the firm-wide ledger is all the branches
      *> added up. Branch 0000 is the head office.
       01  GL-CATEGORY-RECORD.
           05  GL-BRANCH-CODE          PIC X(04).
           05  GL-CATEGORY-CODE        PIC X(06).
           05  GL-CATEGORY-NAME        PIC X(20).
           05  GL-CATEGORY-TYPE        PIC X(01).
