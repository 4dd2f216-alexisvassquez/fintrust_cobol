       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSVC.

      *> Shared installment-loan servicing module. ACCTMGMT (teller
      *> booking and payments) and BCHPOST (payments arriving on the
      *> external file) CALL this the way every program CALLs
      *> AUDITLOG, so the amortization and the payment split are
      *> worked out in exactly one place. LOANSVC keeps the
      *> LOAN-MASTER and LOAN-SCHEDULE files only; the caller posts
      *> the TRANSACTION-FILE records and the account balance, so the
      *> module never needs a file the caller already has open.
      *> Functions (LV-FUNCTION) are listed in loansvcp.cpy.
      *>
      *> Payments are applied late charges first, then installment
      *> by installment from the oldest unpaid one, interest before
      *> principal. Interest is owed on the oldest unpaid installment
      *> and on any other installment whose due date has arrived;
      *> money paid ahead of an installment that is not yet due goes
      *> to its principal only, so paying a loan off early does not
      *> collect interest for months that have not run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS LOAN-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "loanmas.cpy".

       FD  LOAN-SCHEDULE.
       COPY "loansch.cpy".

       WORKING-STORAGE SECTION.
       01  LOAN-MASTER-STATUS        PIC XX VALUE "00".
       01  LOAN-SCHEDULE-STATUS      PIC XX VALUE "00".

       01  MORE-SCHEDULE-RECORDS     PIC X VALUE "N".
           88  NO-MORE-SCHEDULE-RECS     VALUE "N".
       01  APPLY-MODE-FLAG           PIC X VALUE "N".
           88  APPLYING-PAYMENT          VALUE "Y".
       01  FIRST-UNPAID-FLAG         PIC X VALUE "N".
           88  FIRST-UNPAID-SEEN         VALUE "Y".
       01  INTEREST-ELIGIBLE-FLAG    PIC X VALUE "N".
           88  INTEREST-IS-OWED          VALUE "Y".

      *> One month of the note rate, and (1 + rate) raised to the
      *> term, carried to ten places so the level payment comes out
      *> to the cent.
       01  MONTHLY-RATE              PIC 9V9(10).
       01  GROWTH-FACTOR             PIC 9(06)V9(10).
       01  SCHEDULE-BALANCE          PIC S9(09)V99.
       01  SCHEDULE-INTEREST         PIC S9(09)V99.
       01  SCHEDULE-PRINCIPAL        PIC S9(09)V99.
       01  INSTALLMENT-NUMBER        PIC 9(03).
       01  INSTALLMENT-DUE-DATE      PIC 9(08).
       01  DUE-DATE-WORK.
           05  DUE-YEAR              PIC 9(04).
           05  DUE-MONTH             PIC 9(02).
       01  ELAPSED-MONTHS            PIC 9(06).

       01  REMAINING-TENDER          PIC S9(09)V99.
       01  INTEREST-OWED             PIC S9(09)V99.
       01  PRINCIPAL-OWED            PIC S9(09)V99.
       01  INTEREST-APPLIED          PIC S9(09)V99.
       01  PRINCIPAL-APPLIED         PIC S9(09)V99.
       01  NEW-NEXT-DUE-DATE         PIC 9(08).

       LINKAGE SECTION.
       COPY "loansvcp.cpy".

       PROCEDURE DIVISION USING LOAN-SERVICE-PARAMETERS.
       MAIN-LOGIC.
           SET LV-OK TO TRUE

           OPEN I-O LOAN-MASTER
           IF LOAN-MASTER-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER
               CLOSE LOAN-MASTER
               OPEN I-O LOAN-MASTER
           END-IF

           OPEN I-O LOAN-SCHEDULE
           IF LOAN-SCHEDULE-STATUS = "35"
               OPEN OUTPUT LOAN-SCHEDULE
               CLOSE LOAN-SCHEDULE
               OPEN I-O LOAN-SCHEDULE
           END-IF

           IF LOAN-MASTER-STATUS NOT = "00"
                   OR LOAN-SCHEDULE-STATUS NOT = "00"
               SET LV-SERVICE-ERROR TO TRUE
               DISPLAY "LOANSVC: unable to open loan files."
               DISPLAY "Master status  : " LOAN-MASTER-STATUS
               DISPLAY "Schedule status: " LOAN-SCHEDULE-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN LV-FUNCTION-BOOK
                       PERFORM BOOK-NEW-LOAN
                   WHEN LV-FUNCTION-QUOTE
                       PERFORM QUOTE-LOAN-PAYMENT
                   WHEN LV-FUNCTION-APPLY
                       PERFORM APPLY-LOAN-PAYMENT
                   WHEN LV-FUNCTION-WAIVE
                       PERFORM WAIVE-LATE-CHARGE
                   WHEN LV-FUNCTION-INQ
                       PERFORM LOAN-INQUIRY
                   WHEN OTHER
                       SET LV-SERVICE-ERROR TO TRUE
                       DISPLAY "LOANSVC: unknown function "
                           LV-FUNCTION "."
               END-EVALUATE
           END-IF

           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE

           GOBACK.

      *> The level payment is the standard annuity amount for the
      *> principal, monthly rate and term; a zero-rate note simply
      *> divides the principal over the term. Each installment's
      *> interest is the principal still outstanding at one month of
      *> the note rate, and the last installment takes whatever
      *> principal rounding has left, so the schedule always pays
      *> the loan to exactly zero.
       BOOK-NEW-LOAN.
           MOVE LV-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LV-LOAN-EXISTS TO TRUE
           END-READ

           IF LV-OK
               COMPUTE MONTHLY-RATE ROUNDED = LV-NOTE-RATE / 1200
               IF MONTHLY-RATE = 0
                   COMPUTE LV-PAYMENT-AMOUNT ROUNDED =
                       LV-PRINCIPAL / LV-TERM-MONTHS
               ELSE
                   COMPUTE GROWTH-FACTOR ROUNDED =
                       (1 + MONTHLY-RATE) ** LV-TERM-MONTHS
                   COMPUTE LV-PAYMENT-AMOUNT ROUNDED =
                       LV-PRINCIPAL * MONTHLY-RATE * GROWTH-FACTOR
                       / (GROWTH-FACTOR - 1)
               END-IF

               MOVE LV-PRINCIPAL TO SCHEDULE-BALANCE
               PERFORM WRITE-SCHEDULE-INSTALLMENT
                   VARYING INSTALLMENT-NUMBER FROM 1 BY 1
                   UNTIL INSTALLMENT-NUMBER > LV-TERM-MONTHS

               MOVE LV-ACCOUNT-NUMBER    TO LN-ACCOUNT-NUMBER
               MOVE LV-PRINCIPAL         TO LN-ORIGINAL-PRINCIPAL
               MOVE LV-NOTE-RATE         TO LN-NOTE-RATE
               MOVE LV-TERM-MONTHS       TO LN-TERM-MONTHS
               MOVE LV-PAYMENT-DUE-DAY   TO LN-PAYMENT-DUE-DAY
               MOVE LV-PAYMENT-AMOUNT    TO LN-PAYMENT-AMOUNT
               MOVE LV-FIRST-DUE-DATE    TO LN-FIRST-DUE-DATE
               MOVE INSTALLMENT-DUE-DATE TO LN-MATURITY-DATE
               MOVE LV-FIRST-DUE-DATE    TO LN-NEXT-DUE-DATE
               MOVE LV-PRINCIPAL         TO LN-PRINCIPAL-BALANCE
               MOVE 0                    TO LN-LATE-CHARGES-DUE
               MOVE 0                    TO LN-LAST-PAYMENT-DATE
               MOVE 0                    TO LN-DAYS-PAST-DUE
               SET LN-BUCKET-CURRENT     TO TRUE
               MOVE LV-POSTING-DATE      TO LN-LAST-AGED-DATE
               SET LN-LOAN-OPEN          TO TRUE
               WRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       SET LV-SERVICE-ERROR TO TRUE
                       DISPLAY "LOANSVC: unable to write loan "
                           LV-ACCOUNT-NUMBER "."
               END-WRITE
           END-IF.

       WRITE-SCHEDULE-INSTALLMENT.
           PERFORM COMPUTE-INSTALLMENT-DUE-DATE
           IF INSTALLMENT-NUMBER = 1
               MOVE INSTALLMENT-DUE-DATE TO LV-FIRST-DUE-DATE
           END-IF

           COMPUTE SCHEDULE-INTEREST ROUNDED =
               SCHEDULE-BALANCE * MONTHLY-RATE
           IF INSTALLMENT-NUMBER = LV-TERM-MONTHS
               MOVE SCHEDULE-BALANCE TO SCHEDULE-PRINCIPAL
           ELSE
               COMPUTE SCHEDULE-PRINCIPAL =
                   LV-PAYMENT-AMOUNT - SCHEDULE-INTEREST
               IF SCHEDULE-PRINCIPAL > SCHEDULE-BALANCE
                   MOVE SCHEDULE-BALANCE TO SCHEDULE-PRINCIPAL
               END-IF
           END-IF
           SUBTRACT SCHEDULE-PRINCIPAL FROM SCHEDULE-BALANCE

           MOVE LV-ACCOUNT-NUMBER    TO LS-ACCOUNT-NUMBER
           MOVE INSTALLMENT-NUMBER   TO LS-INSTALLMENT-NUMBER
           MOVE INSTALLMENT-DUE-DATE TO LS-DUE-DATE
           COMPUTE LS-PAYMENT-AMOUNT =
               SCHEDULE-INTEREST + SCHEDULE-PRINCIPAL
           MOVE SCHEDULE-INTEREST    TO LS-INTEREST-AMOUNT
           MOVE SCHEDULE-PRINCIPAL   TO LS-PRINCIPAL-AMOUNT
           MOVE SCHEDULE-BALANCE     TO LS-ENDING-PRINCIPAL
           MOVE 0                    TO LS-INTEREST-PAID
           MOVE 0                    TO LS-PRINCIPAL-PAID
           SET LS-UNPAID             TO TRUE
           MOVE 0                    TO LS-PAID-DATE
           SET LS-NOT-LATE-CHARGED   TO TRUE
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   SET LV-SERVICE-ERROR TO TRUE
                   DISPLAY "LOANSVC: unable to write installment "
                       INSTALLMENT-NUMBER " for " LV-ACCOUNT-NUMBER
           END-WRITE.

      *> Installment n falls due n months after the booking month,
      *> on the loan's due day - the same month arithmetic ACCTMGMT
      *> uses for a CD's maturity date.
       COMPUTE-INSTALLMENT-DUE-DATE.
           MOVE LV-POSTING-DATE(1:4) TO DUE-YEAR
           MOVE LV-POSTING-DATE(5:2) TO DUE-MONTH
           COMPUTE ELAPSED-MONTHS =
               (DUE-YEAR * 12) + DUE-MONTH - 1 + INSTALLMENT-NUMBER
           DIVIDE ELAPSED-MONTHS BY 12 GIVING DUE-YEAR
           COMPUTE DUE-MONTH = FUNCTION MOD(ELAPSED-MONTHS, 12) + 1
           COMPUTE INSTALLMENT-DUE-DATE =
               (DUE-YEAR * 10000) + (DUE-MONTH * 100)
               + LV-PAYMENT-DUE-DAY.

       QUOTE-LOAN-PAYMENT.
           MOVE "N" TO APPLY-MODE-FLAG
           PERFORM ALLOCATE-LOAN-PAYMENT.

      *> The split is quoted first so an overpayment is refused
      *> before any installment is touched, then walked again with
      *> the schedule updated.
       APPLY-LOAN-PAYMENT.
           MOVE "N" TO APPLY-MODE-FLAG
           PERFORM ALLOCATE-LOAN-PAYMENT
           IF LV-OK
               MOVE "Y" TO APPLY-MODE-FLAG
               PERFORM ALLOCATE-LOAN-PAYMENT
               PERFORM UPDATE-LOAN-AFTER-PAYMENT
           END-IF.

       ALLOCATE-LOAN-PAYMENT.
           MOVE LV-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
           READ LOAN-MASTER
               INVALID KEY
                   SET LV-LOAN-NOT-FOUND TO TRUE
           END-READ

           IF LV-OK AND LN-LOAN-PAID-OFF
               SET LV-LOAN-PAID TO TRUE
           END-IF

           IF LV-OK
               MOVE 0 TO LV-LATE-CHARGE-PORTION
               MOVE 0 TO LV-INTEREST-PORTION
               MOVE 0 TO LV-PRINCIPAL-PORTION
               MOVE LN-LATE-CHARGES-DUE TO LV-AMOUNT-DUE
               MOVE LN-LATE-CHARGES-DUE TO LV-PAYOFF-AMOUNT
               MOVE LV-AMOUNT TO REMAINING-TENDER

               IF REMAINING-TENDER < LN-LATE-CHARGES-DUE
                   MOVE REMAINING-TENDER TO LV-LATE-CHARGE-PORTION
               ELSE
                   MOVE LN-LATE-CHARGES-DUE
                       TO LV-LATE-CHARGE-PORTION
               END-IF
               SUBTRACT LV-LATE-CHARGE-PORTION FROM REMAINING-TENDER

               MOVE "N" TO FIRST-UNPAID-FLAG
               MOVE 0 TO NEW-NEXT-DUE-DATE
               MOVE LV-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER
               MOVE 0 TO LS-INSTALLMENT-NUMBER
               START LOAN-SCHEDULE KEY IS >= LS-KEY
                   INVALID KEY
                       MOVE "N" TO MORE-SCHEDULE-RECORDS
                   NOT INVALID KEY
                       MOVE "Y" TO MORE-SCHEDULE-RECORDS
               END-START

               PERFORM UNTIL NO-MORE-SCHEDULE-RECS
                   READ LOAN-SCHEDULE NEXT RECORD
                       AT END
                           MOVE "N" TO MORE-SCHEDULE-RECORDS
                   END-READ
                   IF NOT NO-MORE-SCHEDULE-RECS
                       IF LS-ACCOUNT-NUMBER NOT = LV-ACCOUNT-NUMBER
                           MOVE "N" TO MORE-SCHEDULE-RECORDS
                       ELSE
                           IF LS-UNPAID
                               PERFORM ALLOCATE-TO-INSTALLMENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF LV-AMOUNT > LV-PAYOFF-AMOUNT
                   SET LV-OVER-PAYOFF TO TRUE
               END-IF
           END-IF.

       ALLOCATE-TO-INSTALLMENT.
           IF NOT FIRST-UNPAID-SEEN
                   OR LS-DUE-DATE NOT > LV-POSTING-DATE
               MOVE "Y" TO INTEREST-ELIGIBLE-FLAG
           ELSE
               MOVE "N" TO INTEREST-ELIGIBLE-FLAG
           END-IF
           MOVE "Y" TO FIRST-UNPAID-FLAG

           IF INTEREST-IS-OWED
               COMPUTE INTEREST-OWED =
                   LS-INTEREST-AMOUNT - LS-INTEREST-PAID
           ELSE
               MOVE 0 TO INTEREST-OWED
           END-IF
           COMPUTE PRINCIPAL-OWED =
               LS-PRINCIPAL-AMOUNT - LS-PRINCIPAL-PAID

           ADD INTEREST-OWED  TO LV-PAYOFF-AMOUNT
           ADD PRINCIPAL-OWED TO LV-PAYOFF-AMOUNT
           IF INTEREST-IS-OWED
               ADD INTEREST-OWED  TO LV-AMOUNT-DUE
               ADD PRINCIPAL-OWED TO LV-AMOUNT-DUE
           END-IF

           IF REMAINING-TENDER < INTEREST-OWED
               MOVE REMAINING-TENDER TO INTEREST-APPLIED
           ELSE
               MOVE INTEREST-OWED TO INTEREST-APPLIED
           END-IF
           SUBTRACT INTEREST-APPLIED FROM REMAINING-TENDER

           IF REMAINING-TENDER < PRINCIPAL-OWED
               MOVE REMAINING-TENDER TO PRINCIPAL-APPLIED
           ELSE
               MOVE PRINCIPAL-OWED TO PRINCIPAL-APPLIED
           END-IF
           SUBTRACT PRINCIPAL-APPLIED FROM REMAINING-TENDER

           ADD INTEREST-APPLIED  TO LV-INTEREST-PORTION
           ADD PRINCIPAL-APPLIED TO LV-PRINCIPAL-PORTION

           IF APPLYING-PAYMENT
               ADD INTEREST-APPLIED  TO LS-INTEREST-PAID
               ADD PRINCIPAL-APPLIED TO LS-PRINCIPAL-PAID
               IF INTEREST-APPLIED = INTEREST-OWED
                       AND PRINCIPAL-APPLIED = PRINCIPAL-OWED
                   SET LS-PAID TO TRUE
                   MOVE LV-POSTING-DATE TO LS-PAID-DATE
               END-IF
               REWRITE LOAN-SCHEDULE-RECORD
                   INVALID KEY
                       SET LV-SERVICE-ERROR TO TRUE
               END-REWRITE
               IF LS-UNPAID AND NEW-NEXT-DUE-DATE = 0
                   MOVE LS-DUE-DATE TO NEW-NEXT-DUE-DATE
               END-IF
           END-IF.

      *> A loan with no unpaid installment left is paid off. One
      *> whose oldest unpaid installment is not yet due is current
      *> again at once; anything still past due is re-aged by the
      *> nightly LOANAGE run.
       UPDATE-LOAN-AFTER-PAYMENT.
           MOVE LV-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
           READ LOAN-MASTER
               INVALID KEY
                   SET LV-LOAN-NOT-FOUND TO TRUE
           END-READ

           IF LV-OK
               SUBTRACT LV-PRINCIPAL-PORTION
                   FROM LN-PRINCIPAL-BALANCE
               SUBTRACT LV-LATE-CHARGE-PORTION
                   FROM LN-LATE-CHARGES-DUE
               MOVE LV-POSTING-DATE   TO LN-LAST-PAYMENT-DATE
               MOVE NEW-NEXT-DUE-DATE TO LN-NEXT-DUE-DATE
               IF NEW-NEXT-DUE-DATE = 0
                   SET LN-LOAN-PAID-OFF TO TRUE
               END-IF
               IF NEW-NEXT-DUE-DATE = 0
                       OR NEW-NEXT-DUE-DATE NOT < LV-POSTING-DATE
                   MOVE 0 TO LN-DAYS-PAST-DUE
                   SET LN-BUCKET-CURRENT TO TRUE
               END-IF
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       SET LV-SERVICE-ERROR TO TRUE
               END-REWRITE
               MOVE LN-NEXT-DUE-DATE TO LV-NEXT-DUE-DATE
           END-IF.

       WAIVE-LATE-CHARGE.
           MOVE LV-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
           READ LOAN-MASTER
               INVALID KEY
                   SET LV-LOAN-NOT-FOUND TO TRUE
           END-READ

           IF LV-OK
               IF LV-AMOUNT > LN-LATE-CHARGES-DUE
                   MOVE 0 TO LN-LATE-CHARGES-DUE
               ELSE
                   SUBTRACT LV-AMOUNT FROM LN-LATE-CHARGES-DUE
               END-IF
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       SET LV-SERVICE-ERROR TO TRUE
               END-REWRITE
           END-IF.

      *> Inquiry quotes a zero payment so the amount due and payoff
      *> come back alongside the loan's terms.
       LOAN-INQUIRY.
           MOVE 0 TO LV-AMOUNT
           MOVE "N" TO APPLY-MODE-FLAG
           PERFORM ALLOCATE-LOAN-PAYMENT
           IF LV-LOAN-PAID
               MOVE 0 TO LV-AMOUNT-DUE
               MOVE 0 TO LV-PAYOFF-AMOUNT
           END-IF
           IF NOT LV-LOAN-NOT-FOUND
               MOVE LN-ORIGINAL-PRINCIPAL TO LV-PRINCIPAL
               MOVE LN-NOTE-RATE          TO LV-NOTE-RATE
               MOVE LN-TERM-MONTHS        TO LV-TERM-MONTHS
               MOVE LN-PAYMENT-DUE-DAY    TO LV-PAYMENT-DUE-DAY
               MOVE LN-PAYMENT-AMOUNT     TO LV-PAYMENT-AMOUNT
               MOVE LN-FIRST-DUE-DATE     TO LV-FIRST-DUE-DATE
               MOVE LN-NEXT-DUE-DATE      TO LV-NEXT-DUE-DATE
               MOVE LN-DAYS-PAST-DUE      TO LV-DAYS-PAST-DUE
               MOVE LN-DELINQUENCY-BUCKET TO LV-DELINQUENCY-BUCKET
           END-IF.
