      *> Linkage parameters for the LOANSVC loan servicing
      *> subprogram. The caller names the function and the loan
      *> account and gets back the figures below and a return code:
      *>   BOOK   write the LOAN-MASTER record and build the
      *>          amortization schedule from the principal, note
      *>          rate, term and due day; returns the installment
      *>          amount and the first due date
      *>   QUOTE  split the tendered amount into late charges,
      *>          interest and principal without changing anything,
      *>          and return the amount due and the payoff
      *>   APPLY  the same split, applied to the schedule and the
      *>          loan master once the caller has posted it
      *>   WAIVE  take a waived (reversed) late charge back off the
      *>          late charges due
      *>   INQ    return the loan's terms and delinquency position
      *> The caller posts the transactions; LOANSVC only keeps the
      *> loan files, so it never holds a file the caller has open.
       01  LOAN-SERVICE-PARAMETERS.
           05  LV-FUNCTION             PIC X(05).
               88  LV-FUNCTION-BOOK        VALUE "BOOK".
               88  LV-FUNCTION-QUOTE       VALUE "QUOTE".
               88  LV-FUNCTION-APPLY       VALUE "APPLY".
               88  LV-FUNCTION-WAIVE       VALUE "WAIVE".
               88  LV-FUNCTION-INQ         VALUE "INQ".
           05  LV-ACCOUNT-NUMBER       PIC X(10).
           05  LV-POSTING-DATE         PIC 9(08).
           05  LV-PRINCIPAL            PIC S9(09)V99.
           05  LV-NOTE-RATE            PIC 9(02)V9(04).
           05  LV-TERM-MONTHS          PIC 9(03).
           05  LV-PAYMENT-DUE-DAY      PIC 9(02).
           05  LV-PAYMENT-AMOUNT       PIC S9(09)V99.
           05  LV-FIRST-DUE-DATE       PIC 9(08).
           05  LV-NEXT-DUE-DATE        PIC 9(08).
           05  LV-DAYS-PAST-DUE        PIC 9(04).
           05  LV-DELINQUENCY-BUCKET   PIC X(07).
           05  LV-AMOUNT               PIC S9(09)V99.
           05  LV-LATE-CHARGE-PORTION  PIC S9(09)V99.
           05  LV-INTEREST-PORTION     PIC S9(09)V99.
           05  LV-PRINCIPAL-PORTION    PIC S9(09)V99.
           05  LV-AMOUNT-DUE           PIC S9(09)V99.
           05  LV-PAYOFF-AMOUNT        PIC S9(09)V99.
           05  LV-RETURN-CODE          PIC X(02).
               88  LV-OK                   VALUE "00".
               88  LV-LOAN-NOT-FOUND       VALUE "01".
               88  LV-OVER-PAYOFF          VALUE "02".
               88  LV-LOAN-EXISTS          VALUE "03".
               88  LV-LOAN-PAID            VALUE "04".
               88  LV-SERVICE-ERROR        VALUE "99".
