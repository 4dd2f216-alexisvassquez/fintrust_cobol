      *> Loan aging parameters for the nightly delinquency batch
      *> (LOANAGE) - the grace period after a due date before a late
      *> charge is assessed, and the charge itself: a percentage of
      *> the installment, never less than the minimum. Supplied
      *> ahead of the run in LOANPARM.DAT; 15 days, 5% and 10.00
      *> when the card is absent.
       01  LOAN-AGING-PARM-RECORD.
           05  LA-GRACE-DAYS           PIC 9(03).
           05  LA-LATE-CHARGE-PERCENT  PIC 9(02)V99.
           05  LA-LATE-CHARGE-MINIMUM  PIC 9(05)V99.
