      *> Record layout for the LOAN-SCHEDULE file - the amortization
      *> of each LOAN account, one record per installment, keyed by
      *> account number plus installment number. Built when the loan
      *> is booked: a level payment whose interest is the prior
      *> principal at one month of the note rate, the final
      *> installment taking whatever principal is left. Payments are
      *> applied to the oldest unpaid installment first, interest
      *> before principal; the amounts paid so far are carried here
      *> so a short payment leaves the installment partly paid.
       01  LOAN-SCHEDULE-RECORD.
           05  LS-KEY.
               10  LS-ACCOUNT-NUMBER   PIC X(10).
               10  LS-INSTALLMENT-NUMBER PIC 9(03).
           05  LS-DUE-DATE             PIC 9(08).
           05  LS-PAYMENT-AMOUNT       PIC S9(09)V99 COMP-3.
           05  LS-INTEREST-AMOUNT      PIC S9(09)V99 COMP-3.
           05  LS-PRINCIPAL-AMOUNT     PIC S9(09)V99 COMP-3.
           05  LS-ENDING-PRINCIPAL     PIC S9(09)V99 COMP-3.
           05  LS-INTEREST-PAID        PIC S9(09)V99 COMP-3.
           05  LS-PRINCIPAL-PAID       PIC S9(09)V99 COMP-3.
           05  LS-STATUS               PIC X(01).
               88  LS-UNPAID               VALUE "U".
               88  LS-PAID                 VALUE "P".
           05  LS-PAID-DATE            PIC 9(08).
      *> Set by LOANAGE once the late charge for this installment has
      *> been assessed, so a loan left past due is charged once per
      *> installment, not once per night.
           05  LS-LATE-CHARGE-FLAG     PIC X(01).
               88  LS-LATE-CHARGED         VALUE "Y".
               88  LS-NOT-LATE-CHARGED     VALUE "N" " ".
