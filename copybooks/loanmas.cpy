      *> Record layout for the LOAN-MASTER file. One record per LOAN
      *> account, keyed by the same account number as its
      *> ACCOUNT-MASTER record, carrying the note terms the account
      *> master has no room for. AM-CURRENT-BALANCE on a loan is the
      *> amount the borrower owes - unpaid principal plus unpaid
      *> late charges - so the account still proves against its
      *> postings in BALRECON. The installment-by-installment
      *> amortization lives on the LOAN-SCHEDULE file. Written when
      *> ACCTMGMT books the loan and kept current by the LOANSVC
      *> servicing module and the nightly aging batch (LOANAGE).
       01  LOAN-MASTER-RECORD.
           05  LN-ACCOUNT-NUMBER       PIC X(10).
           05  LN-ORIGINAL-PRINCIPAL   PIC S9(09)V99 COMP-3.
      *> Annual note rate as a percentage with four implied
      *> decimals (07.2500 is 7.25%).
           05  LN-NOTE-RATE            PIC 9(02)V9(04).
           05  LN-TERM-MONTHS          PIC 9(03).
      *> Day of the month each installment falls due, 01 through 28
      *> so every due date lands in a real calendar month.
           05  LN-PAYMENT-DUE-DAY      PIC 9(02).
           05  LN-PAYMENT-AMOUNT       PIC S9(09)V99 COMP-3.
           05  LN-FIRST-DUE-DATE       PIC 9(08).
           05  LN-MATURITY-DATE        PIC 9(08).
      *> Due date of the oldest installment not yet paid in full -
      *> the date the loan is aged from. Zero once the loan is paid.
           05  LN-NEXT-DUE-DATE        PIC 9(08).
           05  LN-PRINCIPAL-BALANCE    PIC S9(09)V99 COMP-3.
           05  LN-LATE-CHARGES-DUE     PIC S9(07)V99 COMP-3.
           05  LN-LAST-PAYMENT-DATE    PIC 9(08).
           05  LN-DAYS-PAST-DUE        PIC 9(04).
           05  LN-DELINQUENCY-BUCKET   PIC X(07).
               88  LN-BUCKET-CURRENT       VALUE "CURRENT".
               88  LN-BUCKET-1-29          VALUE "1-29".
               88  LN-BUCKET-30            VALUE "30-59".
               88  LN-BUCKET-60            VALUE "60-89".
               88  LN-BUCKET-90            VALUE "90+".
           05  LN-LAST-AGED-DATE       PIC 9(08).
           05  LN-LOAN-STATUS          PIC X(01).
               88  LN-LOAN-OPEN            VALUE "O".
               88  LN-LOAN-PAID-OFF        VALUE "P".
