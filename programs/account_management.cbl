                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS AQ-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PENDING-APPROVAL-STATUS.

           SELECT POD-BENEFICIARY-FILE ASSIGN TO "PODBENE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS POD-BENEFICIARY-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ACCOUNT-NUMBER
               FILE STATUS IS RECOVERY-FILE-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-SERIAL-NUMBER
               FILE STATUS IS OFFICIAL-CHECK-STATUS.

           SELECT DISPUTE-CASE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUMBER
               ALTERNATE RECORD KEY IS DC-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS DISPUTE-CASE-STATUS.

           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-ORDER-NUMBER
               ALTERNATE RECORD KEY IS LO-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS LEGAL-ORDER-STATUS.

      *> Opened only while an approved role change is applied.
           SELECT USER-CREDENTIALS ASSIGN TO "USERCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-USER-ID
               FILE STATUS IS USER-CREDENTIALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  PENDING-APPROVAL-FILE.
       COPY "aprvque.cpy".

       FD  POD-BENEFICIARY-FILE.
       COPY "podbene.cpy".

       FD  RECOVERY-FILE.
       COPY "recovery.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "offchk.cpy".

       FD  DISPUTE-CASE-FILE.
       COPY "dispcase.cpy".

       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  USER-CREDENTIALS.
       COPY "usrcred.cpy".

       WORKING-STORAGE SECTION.
       01 ACCT-CHOICE        PIC 9 VALUE 0.
       01 NAV-CHOICE         PIC 9 VALUE 0.
           05 CD-MATURITY-DAY     PIC 9(02).
       01 CD-ELAPSED-MONTHS       PIC 9(06).

      *> Terms keyed when a LOAN is booked. The schedule itself is
      *> built by LOANSVC; the principal is disbursed to the customer
      *> as cash and posted to the loan as a LOAN ADVANCE.
       01 NEW-LOAN-PRINCIPAL      PIC 9(09)V99.
       01 NEW-LOAN-RATE           PIC 9(02)V9(04).
       01 NEW-LOAN-TERM-MONTHS    PIC 9(03).
       01 NEW-LOAN-DUE-DAY        PIC 9(02).
       01 LOAN-POSTING-AMOUNT     PIC S9(09)V99.
       01 LOAN-POSTING-DESCRIPTION PIC X(20).
       01 LOAN-POSTING-TYPE       PIC X(12).

       01 WITHDRAWAL-LIMIT-STATUS PIC XX VALUE "00".
       01 LIMIT-TABLE-OPEN-FLAG   PIC X VALUE "N".
           88 LIMIT-TABLE-IS-OPEN     VALUE "Y".
       01 REVERSAL-A-SEQUENCE     PIC 9(06).
       01 REVERSAL-A-AMOUNT       PIC S9(09)V99.

      *> Sanctions screening standing of the customer an account is
      *> being opened for, and the compliance review screen's input.
       01 SANCTIONS-STANDING      PIC X(01) VALUE "C".
           88 SANCTIONS-CLEAR         VALUE "C".
           88 SANCTIONS-PENDING       VALUE "P".
           88 SANCTIONS-CONFIRMED     VALUE "X".
       01 REVIEW-CUSTOMER-NUMBER  PIC X(10).
       01 REVIEW-ENTRY-ID         PIC X(10).
       01 REVIEW-ACTION           PIC X(01).
       01 REVIEWS-LISTED          PIC 9(05).
       01 SANCTIONS-NEW-STATUS    PIC X(10).

      *> Dual-control approval queue.
       01 PENDING-APPROVAL-STATUS PIC XX VALUE "00".
       01 USER-CREDENTIALS-STATUS PIC XX VALUE "00".
       01 MORE-APPROVAL-RECORDS   PIC X VALUE "N".
           88 NO-MORE-APPROVAL-RECORDS VALUE "N".
       01 APPROVALS-LISTED        PIC 9(05).
       01 ENTERED-REQUEST-NUMBER  PIC 9(10).
       01 APPROVAL-DECISION       PIC X(01).
       01 APPROVAL-FOUND-FLAG     PIC X VALUE "N".
           88 APPROVAL-FOUND          VALUE "Y".
       01 APPROVAL-APPLIED-FLAG   PIC X VALUE "N".
           88 APPROVAL-APPLIED        VALUE "Y".
       01 REVERSAL-ALLOWED-FLAG   PIC X VALUE "N".
           88 REVERSAL-ALLOWED        VALUE "Y".
       01 OVERRIDE-FOUND-FLAG     PIC X VALUE "N".
           88 OVERRIDE-FOUND          VALUE "Y".
       01 OVERRIDE-REQUEST-NUMBER PIC 9(10).
       01 WITHDRAWAL-PAID-FLAG    PIC X VALUE "N".
           88 WITHDRAWAL-PAID         VALUE "Y".

      *> Deceased customers and payable-on-death beneficiaries.
       01 POD-BENEFICIARY-STATUS  PIC XX VALUE "00".
       01 MORE-BENEFICIARY-RECORDS PIC X VALUE "N".
           88 NO-MORE-BENEFICIARIES   VALUE "N".
       01 BENEFICIARY-COUNT       PIC 9(03).
       01 BENEFICIARIES-PAID      PIC 9(03).
       01 LAST-BENEFICIARY-SEQ    PIC 9(02).
       01 BENEFICIARY-SHARE-TOTAL PIC 9(05)V99.
       01 SHARE-DISPLAY           PIC ZZ9.99.
       01 ENTERED-BENEFICIARY-SEQ PIC 9(02).
       01 ENTERED-SHARE-PERCENT   PIC 9(03)V99.
       01 ENTERED-RELATIONSHIP    PIC X(10).
       01 OWNER-DECEASED-FLAG     PIC X VALUE "N".
           88 OWNER-DECEASED          VALUE "Y".
       01 DATE-OF-DEATH           PIC 9(08).
       01 DECEASED-CONFIRM-ANSWER PIC X(01).
       01 DECEASED-CUSTOMER-NUMBER PIC X(10).
       01 SURVIVOR-CUSTOMER-NUMBER PIC X(10).
       01 DECEASED-ACCOUNT-NUMBER PIC X(10).
       01 DECEASED-OWNER-ROLE     PIC X(01).
       01 DECEASED-ACCOUNT-SUB    PIC 9(03) COMP.
       01 DECEASED-ACCOUNT-COUNT  PIC 9(03) COMP.
       01 DECEASED-ACCOUNT-TABLE.
           05 DECEASED-ACCOUNT-ENTRY OCCURS 100 TIMES.
               10 DA-ACCOUNT-NUMBER PIC X(10).
               10 DA-OWNER-ROLE     PIC X(01).
                   88 DA-ROLE-PRIMARY  VALUE "P".
                   88 DA-ROLE-JOINT    VALUE "S".
       01 ACCOUNTS-FROZEN         PIC 9(03).
       01 ACCOUNTS-TO-SURVIVOR    PIC 9(03).
       01 JOINT-ROLES-REMOVED     PIC 9(03).
       01 ORDERS-CANCELLED        PIC 9(03).
       01 PAYOUT-BALANCE          PIC S9(09)V99.
       01 PAYOUT-AMOUNT           PIC S9(09)V99.
       01 PAYOUT-REMAINING        PIC S9(09)V99.
       01 PAYOUT-DESCRIPTION      PIC X(20).
       01 PAYOUT-ACTION           PIC X(30).
       01 ESTATE-PAYEE-NAME       PIC X(30).

      *> Money taken against charged-off accounts.
       01 RECOVERY-FILE-STATUS    PIC XX VALUE "00".
       01 RECOVERY-FOUND-FLAG     PIC X VALUE "N".
           88 RECOVERY-FOUND          VALUE "Y".
       01 RECOVERY-OUTSTANDING    PIC S9(09)V99.

      *> Official (cashier's) checks.
       01 OFFICIAL-CHECK-STATUS   PIC XX VALUE "00".
       01 OFFICIAL-CHECK-FOUND-FLAG PIC X VALUE "N".
           88 OFFICIAL-CHECK-FOUND    VALUE "Y".
       01 OFFICIAL-CHECK-OK-FLAG  PIC X VALUE "N".
           88 OFFICIAL-CHECK-VALIDATED VALUE "Y".
       01 ENTERED-SERIAL-NUMBER   PIC 9(10).
       01 ORIGINAL-SERIAL-NUMBER  PIC 9(10).
       01 REPLACEMENT-SERIAL-NUMBER PIC 9(10).
       01 OFFICIAL-CHECK-METHOD   PIC X(01).
       01 OFFICIAL-PAYEE-NAME     PIC X(30).
       01 OFFICIAL-REMITTER-NAME  PIC X(30).
       01 CORRECTED-PAYEE-NAME    PIC X(30).
       01 OFFICIAL-CHECK-AMOUNT   PIC S9(09)V99.
       01 OFFICIAL-CHECK-DESCRIPTION PIC X(20).
       01 OFFICIAL-CONFIRM-ANSWER PIC X(01).

      *> Electronic funds transfer dispute cases.
       01 DISPUTE-CASE-STATUS     PIC XX VALUE "00".
       01 DISPUTE-CASE-FOUND-FLAG PIC X VALUE "N".
           88 DISPUTE-CASE-FOUND      VALUE "Y".
       01 DISPUTE-OK-FLAG         PIC X VALUE "N".
           88 DISPUTE-VALIDATED       VALUE "Y".
       01 DISPUTE-POSTED-FLAG     PIC X VALUE "N".
           88 DISPUTE-CREDIT-POSTED   VALUE "Y".
       01 MORE-DISPUTE-RECORDS    PIC X VALUE "N".
           88 NO-MORE-DISPUTE-RECORDS VALUE "N".
       01 DISPUTES-LISTED         PIC 9(05).
       01 ENTERED-CASE-NUMBER     PIC 9(10).
       01 EXISTING-CASE-NUMBER    PIC 9(10).
       01 ENTERED-CLAIM-AMOUNT    PIC 9(09)V99.
       01 ENTERED-CLAIM-DATE      PIC 9(08).
       01 ENTERED-REASON-CODE     PIC X(08).
       01 POS-FOREIGN-ANSWER      PIC X(01).
       01 DISPUTE-DECISION        PIC X(01).
       01 DISPUTE-CONFIRM-ANSWER  PIC X(01).
       01 DISPUTED-POSTING-AMOUNT PIC S9(09)V99.
       01 DISPUTE-CREDIT-AMOUNT   PIC S9(09)V99.
       01 DISPUTE-CREDIT-DESCRIPTION PIC X(20).
       01 ACCOUNT-AGE-DAYS        PIC S9(07).
       01 FINAL-PERIOD-DAYS       PIC 9(03).
      *> Business days for the dispute deadlines are Monday to
      *> Friday, counted forward from a starting date.
       01 BUSINESS-DAY-START      PIC 9(08).
       01 BUSINESS-DAY-RESULT     PIC 9(08).
       01 BUSINESS-DAY-NUMBER     PIC 9(07).
       01 BUSINESS-DAYS-TO-ADD    PIC 9(03).
       01 BUSINESS-DAYS-COUNTED   PIC 9(03).
       01 WEEKDAY-NUMBER          PIC 9(01).

      *> Legal orders - tax levies, garnishments and subpoena freezes.
       01 LEGAL-ORDER-STATUS      PIC XX VALUE "00".
       01 LEGAL-ORDER-FOUND-FLAG  PIC X VALUE "N".
           88 LEGAL-ORDER-FOUND       VALUE "Y".
       01 LEGAL-ORDER-OK-FLAG     PIC X VALUE "N".
           88 LEGAL-ORDER-VALIDATED   VALUE "Y".
       01 MORE-LEGAL-ORDERS       PIC X VALUE "N".
           88 NO-MORE-LEGAL-ORDERS    VALUE "N".
       01 LEGAL-ORDERS-LISTED     PIC 9(05).
       01 ENTERED-LEGAL-ORDER     PIC 9(10).
       01 ENTERED-ORDER-TYPE      PIC X(08).
       01 ENTERED-PROTECTION-RULE PIC X(08).
       01 ENTERED-PROTECTED-AMOUNT PIC 9(09)V99.
       01 ENTERED-ANSWER-DUE-DATE PIC 9(08).
       01 ENTERED-REMIT-DUE-DATE  PIC 9(08).
       01 LEGAL-CONFIRM-ANSWER    PIC X(01).
      *> The debtor's accounts, gathered once when the order is
      *> placed, and what is left to hold and to protect as each
      *> account is worked.
       01 LEGAL-CANDIDATE-ACCOUNT PIC X(10).
       01 LEGAL-ACCOUNT-LISTED-FLAG PIC X VALUE "N".
           88 LEGAL-ACCOUNT-ALREADY-LISTED VALUE "Y".
       01 LEGAL-ACCOUNT-SUB       PIC 9(03) COMP.
       01 LEGAL-ACCOUNT-COUNT     PIC 9(03) COMP.
       01 LEGAL-ACCOUNT-TABLE.
           05 LEGAL-ACCOUNT-ENTRY OCCURS 100 TIMES.
               10 LA-ACCOUNT-NUMBER PIC X(10).
       01 PROTECTION-REMAINING    PIC S9(09)V99.
       01 ORDER-REMAINING         PIC S9(09)V99.
       01 HOLDABLE-AMOUNT         PIC S9(09)V99.
       01 LEGAL-HOLD-SUB          PIC 9(02) COMP.
       01 LEGAL-PAYMENT-AMOUNT    PIC S9(09)V99.
       01 LEGAL-PAYMENT-TOTAL     PIC S9(09)V99.
       01 LEGAL-PAYMENT-DESCRIPTION PIC X(20).
       01 LEGAL-FUNDING-ACCOUNT   PIC X(10).

       COPY "auditrec.cpy".
       COPY "loansvcp.cpy".
       COPY "sanscrp.cpy".

       LINKAGE SECTION.
       COPY "authparm.cpy".
               OPEN I-O STOP-PAYMENT-FILE
           END-IF

           OPEN I-O PENDING-APPROVAL-FILE
           IF PENDING-APPROVAL-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF

           OPEN I-O POD-BENEFICIARY-FILE
           IF POD-BENEFICIARY-STATUS = "35"
               OPEN OUTPUT POD-BENEFICIARY-FILE
               CLOSE POD-BENEFICIARY-FILE
               OPEN I-O POD-BENEFICIARY-FILE
           END-IF

           OPEN I-O RECOVERY-FILE
           IF RECOVERY-FILE-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
               CLOSE RECOVERY-FILE
               OPEN I-O RECOVERY-FILE
           END-IF

           OPEN I-O OFFICIAL-CHECK-FILE
           IF OFFICIAL-CHECK-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF

           OPEN I-O DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS = "35"
               OPEN OUTPUT DISPUTE-CASE-FILE
               CLOSE DISPUTE-CASE-FILE
               OPEN I-O DISPUTE-CASE-FILE
           END-IF

           OPEN I-O LEGAL-ORDER-FILE
           IF LEGAL-ORDER-STATUS = "35"
               OPEN OUTPUT LEGAL-ORDER-FILE
               CLOSE LEGAL-ORDER-FILE
               OPEN I-O LEGAL-ORDER-FILE
           END-IF

      *> No limit table on file simply means no withdrawal caps are
      *> enforced, as before the table existed.
           OPEN INPUT WITHDRAWAL-LIMIT-TABLE
           CLOSE ACCOUNT-XREF
           CLOSE STANDING-ORDER-FILE
           CLOSE STOP-PAYMENT-FILE
           CLOSE PENDING-APPROVAL-FILE
           CLOSE POD-BENEFICIARY-FILE
           CLOSE RECOVERY-FILE
           CLOSE OFFICIAL-CHECK-FILE
           CLOSE DISPUTE-CASE-FILE
           CLOSE LEGAL-ORDER-FILE
           IF LIMIT-TABLE-IS-OPEN
               CLOSE WITHDRAWAL-LIMIT-TABLE
           END-IF.
               IF ACTIVE-HOLD-TOTAL NOT = 0
                   PERFORM LIST-ACTIVE-HOLDS
               END-IF
               IF AM-TYPE-LOAN
                   PERFORM DISPLAY-LOAN-DETAILS
               END-IF
           ELSE
               DISPLAY "Account " ACCOUNT-NUMBER " not found."
           END-IF.
           COMPUTE AVAILABLE-BALANCE =
               AM-CURRENT-BALANCE - ACTIVE-HOLD-TOTAL.

      *> A loan's terms and delinquency position come from LOANSVC;
      *> the balance shown above is what is owed on the loan.
       DISPLAY-LOAN-DETAILS.
           MOVE SPACES TO LOAN-SERVICE-PARAMETERS
           SET LV-FUNCTION-INQ TO TRUE
           MOVE AM-ACCOUNT-NUMBER TO LV-ACCOUNT-NUMBER
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE TO LV-POSTING-DATE
           CALL "LOANSVC" USING LOAN-SERVICE-PARAMETERS
           IF LV-LOAN-NOT-FOUND
               DISPLAY "No loan terms on file for this account."
           ELSE
               DISPLAY "Original Amount: " LV-PRINCIPAL
               DISPLAY "Note Rate      : " LV-NOTE-RATE
               DISPLAY "Term (Months)  : " LV-TERM-MONTHS
               DISPLAY "Payment        : " LV-PAYMENT-AMOUNT
                   " due on day " LV-PAYMENT-DUE-DAY
               DISPLAY "Next Due Date  : " LV-NEXT-DUE-DATE
               DISPLAY "Amount Due     : " LV-AMOUNT-DUE
               DISPLAY "Payoff Amount  : " LV-PAYOFF-AMOUNT
               DISPLAY "Days Past Due  : " LV-DAYS-PAST-DUE
                   "  (" FUNCTION TRIM(LV-DELINQUENCY-BUCKET) ")"
           END-IF.

       LIST-ACTIVE-HOLDS.
           DISPLAY "Active holds:"
           MOVE ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
                   IF HD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                       MOVE "N" TO MORE-ACCOUNT-HOLDS
                   ELSE
                       IF HD-ACTIVE AND HD-HELD-UNTIL-RELEASED
                           DISPLAY "  HOLD " HD-HOLD-NUMBER " "
                               HD-AMOUNT " HELD FOR LEGAL ORDER"
                       END-IF
                       IF HD-ACTIVE AND NOT HD-HELD-UNTIL-RELEASED
                           DISPLAY "  HOLD " HD-HOLD-NUMBER " "
                               HD-AMOUNT " RELEASES "
                               HD-RELEASE-DATE
           END-PERFORM.

       OPEN-NEW-ACCOUNT.
           SET SANCTIONS-CLEAR TO TRUE
           PERFORM RESOLVE-ACCOUNT-CUSTOMER
           IF CUSTOMER-FOUND
               EVALUATE TRUE
                   WHEN CM-STATUS-DECEASED
                       DISPLAY "Customer " CM-CUSTOMER-NUMBER
                           " is recorded as deceased."
                       DISPLAY "No account may be opened."
                   WHEN SANCTIONS-CONFIRMED
                       DISPLAY "Customer " CM-CUSTOMER-NUMBER
                           " is a confirmed sanctions match."
                       DISPLAY "No account may be opened."
                   WHEN OTHER
                       PERFORM OPEN-ACCOUNT-FOR-CUSTOMER
               END-EVALUATE
           END-IF.

      *> Every account belongs to a CUSTOMER-MASTER record. The teller
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-FOUND-FLAG
                       DISPLAY "Customer: " CM-CUSTOMER-NAME
                       PERFORM CHECK-SANCTIONS-STANDING
               END-READ
           ELSE
               PERFORM CREATE-NEW-CUSTOMER
           END-IF.

      *> A customer already on file was screened when set up and is
      *> rescreened nightly, so only the review standing is checked.
       CHECK-SANCTIONS-STANDING.
           MOVE SPACES TO SANCTIONS-SCREEN-PARAMETERS
           SET SS-FUNCTION-STATUS TO TRUE
           MOVE CM-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
           CALL "OFACSCRN" USING SANCTIONS-SCREEN-PARAMETERS
           PERFORM SET-SANCTIONS-STANDING.

      *> New customers (and joint owners) are screened against the
      *> watch list by name and tax ID. A possible match opens a
      *> compliance review and is written to the audit trail.
       SCREEN-CUSTOMER-NAME.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SANCTIONS-SCREEN-PARAMETERS
           SET SS-FUNCTION-SCREEN TO TRUE
           MOVE CM-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME   TO SS-CUSTOMER-NAME
           MOVE CM-TAX-ID          TO SS-TAX-ID
           MOVE AP-USER-ID         TO SS-USER-ID
           MOVE TODAYS-DATE        TO SS-PROCESS-DATE
           CALL "OFACSCRN" USING SANCTIONS-SCREEN-PARAMETERS
           IF SS-MATCH-IS-NEW
               DISPLAY "Possible watch-list match: "
                   FUNCTION TRIM(SS-ENTRY-NAME)
                   " (" FUNCTION TRIM(SS-MATCH-TYPE) ")"
               MOVE AP-USER-ID           TO AL-USER-ID
               MOVE "ACCTMGMT"           TO AL-PROGRAM-NAME
               MOVE "SANCTIONS POSSIBLE MATCH" TO AL-ACTION
               MOVE CM-CUSTOMER-NUMBER   TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-IF
           IF SS-NO-WATCH-LIST
               DISPLAY "Warning: no sanctions watch list on file -"
                   " customer not screened."
           END-IF
           PERFORM SET-SANCTIONS-STANDING.

       SET-SANCTIONS-STANDING.
           EVALUATE TRUE
               WHEN SS-MATCH-CONFIRMED
                   SET SANCTIONS-CONFIRMED TO TRUE
               WHEN SS-REVIEW-PENDING
                   SET SANCTIONS-PENDING TO TRUE
               WHEN SS-SCREEN-ERROR
                   DISPLAY "Sanctions screening unavailable -"
                       " treated as pending review."
                   SET SANCTIONS-PENDING TO TRUE
               WHEN OTHER
                   SET SANCTIONS-CLEAR TO TRUE
           END-EVALUATE.

       CREATE-NEW-CUSTOMER.
           DISPLAY "Enter Customer Name: "
           ACCEPT NEW-OWNER-NAME
           MOVE NEW-STATE           TO CM-STATE
           MOVE NEW-ZIP-CODE        TO CM-ZIP-CODE
           MOVE NEW-PHONE-NUMBER    TO CM-PHONE-NUMBER
           SET CM-STATUS-ACTIVE     TO TRUE
           MOVE 0                   TO CM-DATE-OF-DEATH

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "CUSTOMER CREATED" TO AL-ACTION
                   MOVE CUSTOMER-NUMBER    TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                   PERFORM SCREEN-CUSTOMER-NAME
           END-WRITE.

       OPEN-ACCOUNT-FOR-CUSTOMER.
           PERFORM ACCEPT-NEW-ACCOUNT-TYPE
      *> A loan cannot be booked while the borrower is under review:
      *> booking disburses the proceeds at once.
           IF SANCTIONS-PENDING AND NEW-ACCOUNT-TYPE = "LOAN"
               DISPLAY "Customer " CM-CUSTOMER-NUMBER
                   " has a sanctions review pending."
               DISPLAY "A loan cannot be booked until compliance"
                   " releases the review."
           ELSE
               PERFORM WRITE-NEW-ACCOUNT
           END-IF.

       WRITE-NEW-ACCOUNT.
           PERFORM ASSIGN-NEXT-ACCOUNT-NUMBER
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD

           MOVE TODAYS-DATE       TO AM-OPEN-DATE
           MOVE 0                 TO AM-CLOSE-DATE
           MOVE SPACES            TO AM-CLOSURE-REASON
           IF SANCTIONS-PENDING
               SET AM-STATUS-COMPLIANCE TO TRUE
           ELSE
               SET AM-STATUS-ACTIVE TO TRUE
           END-IF
           MOVE 0                 TO AM-CURRENT-BALANCE

           IF NEW-ACCOUNT-TYPE = "CD"
               NOT INVALID KEY
                   DISPLAY "-------------------------------------"
                   DISPLAY "Account " ACCOUNT-NUMBER " opened."
                   IF SANCTIONS-PENDING
                       DISPLAY "Account held in COMPLIANCE status"
                           " pending sanctions review release."
                   END-IF
                   MOVE AP-USER-ID       TO AL-USER-ID
                   MOVE "ACCTMGMT"       TO AL-PROGRAM-NAME
                   MOVE "ACCOUNT OPENED" TO AL-ACTION
                   MOVE ACCOUNT-NUMBER   TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                   PERFORM WRITE-PRIMARY-OWNER-XREF
                   IF AM-TYPE-LOAN
                       PERFORM BOOK-NEW-LOAN
                   END-IF
           END-WRITE.

      *> LOANSVC writes the loan terms and the amortization schedule;
      *> the principal is then advanced onto the account so the
      *> balance shows what the customer owes and the disbursement
      *> reaches the general ledger through the normal posting.
       BOOK-NEW-LOAN.
           MOVE SPACES TO LOAN-SERVICE-PARAMETERS
           SET LV-FUNCTION-BOOK     TO TRUE
           MOVE ACCOUNT-NUMBER       TO LV-ACCOUNT-NUMBER
           MOVE TODAYS-DATE          TO LV-POSTING-DATE
           MOVE NEW-LOAN-PRINCIPAL   TO LV-PRINCIPAL
           MOVE NEW-LOAN-RATE        TO LV-NOTE-RATE
           MOVE NEW-LOAN-TERM-MONTHS TO LV-TERM-MONTHS
           MOVE NEW-LOAN-DUE-DAY     TO LV-PAYMENT-DUE-DAY
           CALL "LOANSVC" USING LOAN-SERVICE-PARAMETERS

           IF NOT LV-OK
               DISPLAY "Unable to book loan terms for "
                   ACCOUNT-NUMBER " - return code "
                   LV-RETURN-CODE "."
               DISPLAY "No funds advanced. Refer to operations."
           ELSE
               DISPLAY "Monthly payment  : " LV-PAYMENT-AMOUNT
               DISPLAY "First payment due: " LV-FIRST-DUE-DATE
               MOVE NEW-LOAN-PRINCIPAL TO LOAN-POSTING-AMOUNT
               MOVE "LOAN ADVANCE"     TO LOAN-POSTING-TYPE
               MOVE "LOAN ADVANCE"     TO LOAN-POSTING-DESCRIPTION
               PERFORM POST-LOAN-TRANSACTION
               DISPLAY "Loan proceeds of " NEW-LOAN-PRINCIPAL
                   " disbursed."
           END-IF.

      *> Every new account gets a PRIMARY cross-reference record for
      *> the customer it was opened under, so the ownership file is
      *> complete for accounts opened after it existed. Joint owners
       ACCEPT-NEW-ACCOUNT-TYPE.
           MOVE "N" TO NEW-ACCOUNT-TYPE-VALID
           PERFORM UNTIL ACCOUNT-TYPE-IS-VALID
               DISPLAY "Enter Account Type"
               DISPLAY "(CHECKING/SAVINGS/CD/LOAN): "
               ACCEPT NEW-ACCOUNT-TYPE
               IF NEW-ACCOUNT-TYPE = "CHECKING" OR "SAVINGS"
                       OR "CD" OR "LOAN"
                   MOVE "Y" TO NEW-ACCOUNT-TYPE-VALID
               ELSE
                   DISPLAY "Invalid account type. Try again."

           IF NEW-ACCOUNT-TYPE = "CD"
               PERFORM ACCEPT-CD-TERMS
           END-IF
           IF NEW-ACCOUNT-TYPE = "LOAN"
               PERFORM ACCEPT-LOAN-TERMS
           END-IF.

       ACCEPT-CD-TERMS.
               END-IF
           END-PERFORM.

      *> The due day is held to 28 or earlier, as a CD's maturity day
      *> is, so every installment falls in a real calendar month.
       ACCEPT-LOAN-TERMS.
           MOVE 0 TO NEW-LOAN-PRINCIPAL
           PERFORM UNTIL NEW-LOAN-PRINCIPAL > 0
               DISPLAY "Enter Loan Principal: "
               ACCEPT NEW-LOAN-PRINCIPAL
               IF NEW-LOAN-PRINCIPAL = 0
                   DISPLAY "Principal must be greater than zero."
               END-IF
           END-PERFORM

           DISPLAY "Enter Annual Note Rate (e.g. 07.2500): "
           ACCEPT NEW-LOAN-RATE

           MOVE 0 TO NEW-LOAN-TERM-MONTHS
           PERFORM UNTIL NEW-LOAN-TERM-MONTHS > 0
               DISPLAY "Enter Loan Term in Months (e.g. 060): "
               ACCEPT NEW-LOAN-TERM-MONTHS
               IF NEW-LOAN-TERM-MONTHS = 0
                   DISPLAY "Term must be at least one month."
               END-IF
           END-PERFORM

           MOVE 0 TO NEW-LOAN-DUE-DAY
           PERFORM UNTIL NEW-LOAN-DUE-DAY > 0
                   AND NEW-LOAN-DUE-DAY NOT > 28
               DISPLAY "Enter Payment Due Day (01-28): "
               ACCEPT NEW-LOAN-DUE-DAY
               IF NEW-LOAN-DUE-DAY = 0 OR NEW-LOAN-DUE-DAY > 28
                   DISPLAY "Due day must be from 01 to 28."
               END-IF
           END-PERFORM.

      *> The maturity date is the open date moved forward by the term,
      *> with the day clamped to 28 so every term lands in a real
      *> calendar month. CDMATUR uses the same arithmetic to roll a
               DISPLAY "                 " CM-CITY " " CM-STATE
                   " " CM-ZIP-CODE
               DISPLAY "Phone          : " CM-PHONE-NUMBER
               IF CM-STATUS-DECEASED
                   DISPLAY "Status         : DECEASED - date of death "
                       CM-DATE-OF-DEATH
               END-IF
               PERFORM LIST-CUSTOMER-ACCOUNTS
               DISPLAY "Update this customer? (Y/N): "
               ACCEPT UPDATE-CUSTOMER-ANSWER
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " not found."
               WHEN AM-STATUS-COMPLIANCE
                   DISPLAY "Account " ACCOUNT-NUMBER " is held for"
                       " sanctions review."
                   DISPLAY "Release it through Sanctions Compliance"
                       " Review."
               WHEN OTHER
                   PERFORM APPLY-ACCOUNT-STATUS-UPDATE
           END-EVALUATE.

       APPLY-ACCOUNT-STATUS-UPDATE.
           MOVE AM-STATUS TO OLD-ACCOUNT-STATUS
           PERFORM ACCEPT-NEW-ACCOUNT-STATUS
           MOVE ACCOUNT-STATUS TO AM-STATUS
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM LOG-STATUS-CHANGE
           DISPLAY "Account " ACCOUNT-NUMBER
           DISPLAY "Status updated to " ACCOUNT-STATUS.

       ACCEPT-NEW-ACCOUNT-STATUS.
           MOVE SPACES TO ACCOUNT-STATUS
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " not found."
               WHEN AM-STATUS-CLOSED
                       AND AM-CLOSURE-REASON = "CHARGED OFF"
                   PERFORM POST-RECOVERY-PAYMENT
               WHEN NOT AM-STATUS-ACTIVE
                   DISPLAY "Account " ACCOUNT-NUMBER " is "
                       FUNCTION TRIM(AM-STATUS)
                       " - transactions are not permitted."
               WHEN AM-TYPE-LOAN
                   DISPLAY "Enter Payment Amount: "
                   ACCEPT ENTERED-AMOUNT
                   PERFORM POST-LOAN-PAYMENT
               WHEN OTHER
                   PERFORM ACCEPT-TRANSACTION-TYPE
                   DISPLAY "Enter Amount: "
                   END-EVALUATE
           END-EVALUATE.

      *> A loan payment is split by LOANSVC - late charges, then
      *> interest, then principal - and posted as two entries: the
      *> interest earned since the last payment is charged to the
      *> loan as LN INTEREST, and the full amount tendered is
      *> credited as LOAN PAYMENT. The net change is the principal
      *> and late charges paid, so the balance stays what is owed.
      *> The split is quoted first so a payment over the payoff is
      *> refused before anything is posted.
       POST-LOAN-PAYMENT.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO LOAN-SERVICE-PARAMETERS
           SET LV-FUNCTION-QUOTE TO TRUE
           MOVE ACCOUNT-NUMBER   TO LV-ACCOUNT-NUMBER
           MOVE TODAYS-DATE      TO LV-POSTING-DATE
           MOVE ENTERED-AMOUNT   TO LV-AMOUNT
           CALL "LOANSVC" USING LOAN-SERVICE-PARAMETERS

           EVALUATE TRUE
               WHEN ENTERED-AMOUNT = 0
                   DISPLAY "Payment amount must be greater"
                       " than zero."
               WHEN LV-LOAN-NOT-FOUND
                   DISPLAY "No loan terms on file for "
                       ACCOUNT-NUMBER "."
               WHEN LV-LOAN-PAID
                   DISPLAY "Loan " ACCOUNT-NUMBER
                       " is already paid in full."
               WHEN LV-OVER-PAYOFF
                   DISPLAY "Payment exceeds the payoff amount of "
                       LV-PAYOFF-AMOUNT "."
               WHEN NOT LV-OK
                   DISPLAY "Unable to quote loan payment - return"
                       " code " LV-RETURN-CODE "."
               WHEN OTHER
                   DISPLAY "Late charges : " LV-LATE-CHARGE-PORTION
                   DISPLAY "Interest     : " LV-INTEREST-PORTION
                   DISPLAY "Principal    : " LV-PRINCIPAL-PORTION
                   IF LV-INTEREST-PORTION > 0
                       MOVE LV-INTEREST-PORTION
                           TO LOAN-POSTING-AMOUNT
                       MOVE "LN INTEREST"   TO LOAN-POSTING-TYPE
                       MOVE "LOAN INTEREST" TO LOAN-POSTING-DESCRIPTION
                       PERFORM POST-LOAN-TRANSACTION
                   END-IF
                   COMPUTE LOAN-POSTING-AMOUNT = ENTERED-AMOUNT * -1
                   MOVE "LOAN PAYMENT" TO LOAN-POSTING-TYPE
                   MOVE "LOAN PAYMENT" TO LOAN-POSTING-DESCRIPTION
                   PERFORM POST-LOAN-TRANSACTION

                   SET LV-FUNCTION-APPLY TO TRUE
                   CALL "LOANSVC" USING LOAN-SERVICE-PARAMETERS
                   MOVE AP-USER-ID          TO AL-USER-ID
                   MOVE "ACCTMGMT"          TO AL-PROGRAM-NAME
                   MOVE "LOAN PAYMENT APPLIED" TO AL-ACTION
                   MOVE ACCOUNT-NUMBER      TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                   IF NOT LV-OK
                       DISPLAY "Loan schedule not updated - return"
                           " code " LV-RETURN-CODE "."
                       DISPLAY "Refer to operations."
                   ELSE
                       IF LV-NEXT-DUE-DATE = 0
                           DISPLAY "Loan " ACCOUNT-NUMBER
                               " is paid in full and may be closed."
                       ELSE
                           DISPLAY "Next payment due: "
                               LV-NEXT-DUE-DATE
                       END-IF
                   END-IF
           END-EVALUATE.

      *> Posts one loan entry (advance, interest or payment) to the
      *> account in the record area. Amounts are signed from the
      *> loan's point of view: positive adds to what is owed.
       POST-LOAN-TRANSACTION.
           ADD LOAN-POSTING-AMOUNT TO AM-CURRENT-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD

           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           MOVE AM-ACCOUNT-NUMBER        TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER     TO TX-SEQUENCE-NUMBER
           MOVE TODAYS-DATE              TO TX-DATE
           MOVE LOAN-POSTING-TYPE        TO TX-TYPE
           MOVE LOAN-POSTING-DESCRIPTION TO TX-DESCRIPTION
           MOVE LOAN-POSTING-AMOUNT      TO TX-AMOUNT
           MOVE AM-CURRENT-BALANCE       TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED           TO TRUE
           MOVE AP-USER-ID               TO TX-POSTED-BY
           MOVE SPACES                   TO TX-ORIGINAL-TYPE
           MOVE SPACES                   TO TX-CHECK-NUMBER
           MOVE AP-BRANCH-CODE           TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to post "
                       FUNCTION TRIM(LOAN-POSTING-TYPE) " for "
                       AM-ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   DISPLAY FUNCTION TRIM(LOAN-POSTING-TYPE)
                       " posted. Balance owed: " AM-CURRENT-BALANCE
                   MOVE AP-USER-ID        TO AL-USER-ID
                   MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
                   MOVE "TRANSACTION POSTED" TO AL-ACTION
                   MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

       POST-TELLER-WITHDRAWAL.
           MOVE "N" TO OVERRIDE-FOUND-FLAG
           MOVE "N" TO WITHDRAWAL-PAID-FLAG
           PERFORM CHECK-WITHDRAWAL-LIMITS
           IF NOT WITHDRAWAL-WITHIN-LIMITS
               CONTINUE
           ELSE
               PERFORM PAY-TELLER-WITHDRAWAL
               IF OVERRIDE-FOUND AND WITHDRAWAL-PAID
                   PERFORM MARK-OVERRIDE-USED
               END-IF
           END-IF.

      *> The withdrawal limit table caps what any one item may pay
      *> out and what one account may draw in one day, whatever the
      *> available balance says. The day's prior withdrawals come
      *> from TRANSACTION-FILE, so the cap holds across tellers and
      *> across the batch intake. Going over a limit takes an
      *> override approved by a second supervisor on the approval
      *> queue; the override is written to the audit trail when the
      *> withdrawal it was approved for posts.
       CHECK-WITHDRAWAL-LIMITS.
           MOVE "Y" TO LIMIT-OK-FLAG
           MOVE "N" TO LIMIT-ENTRY-FLAG
               END-IF
           END-IF.

      *> An override approved today for this account and check, for
      *> at least this amount, lets the withdrawal through. Otherwise
      *> the user may queue an override request; the withdrawal is
      *> re-keyed once a second supervisor has approved it.
       OFFER-LIMIT-OVERRIDE.
           MOVE "N" TO LIMIT-OK-FLAG
           PERFORM FIND-APPROVED-OVERRIDE
           IF OVERRIDE-FOUND
               MOVE "Y" TO LIMIT-OK-FLAG
               DISPLAY "Limit override " OVERRIDE-REQUEST-NUMBER
                   " approved by " AQ-DECIDED-BY " applies."
           ELSE
               DISPLAY "Request a supervisor override? (Y/N): "
               ACCEPT OVERRIDE-ANSWER
               IF OVERRIDE-ANSWER = "Y" OR "y"
                   MOVE SPACES TO PENDING-APPROVAL-RECORD
                   SET AQ-ACTION-LIMIT-OVR   TO TRUE
                   MOVE ACCOUNT-NUMBER       TO AQ-ACCOUNT-NUMBER
                   MOVE 0                    TO AQ-SEQUENCE-NUMBER
                   MOVE ENTERED-CHECK-NUMBER TO AQ-CHECK-NUMBER
                   MOVE ENTERED-AMOUNT       TO AQ-AMOUNT
                   PERFORM QUEUE-APPROVAL-REQUEST
                   DISPLAY "Withdrawal not posted. Re-key it once"
                       " the override is approved."
               ELSE
                   DISPLAY "Withdrawal refused."
               END-IF
           END-IF.

       FIND-APPROVED-OVERRIDE.
           MOVE "N" TO OVERRIDE-FOUND-FLAG
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE ACCOUNT-NUMBER TO AQ-ACCOUNT-NUMBER
           START PENDING-APPROVAL-FILE KEY IS >= AQ-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-APPROVAL-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-APPROVAL-RECORDS
           END-START

           PERFORM UNTIL NO-MORE-APPROVAL-RECORDS
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-APPROVAL-RECORDS
               END-READ
               IF NOT NO-MORE-APPROVAL-RECORDS
                   IF AQ-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                       MOVE "N" TO MORE-APPROVAL-RECORDS
                   ELSE
                       IF AQ-ACTION-LIMIT-OVR AND AQ-APPROVED
                               AND AQ-DECIDED-DATE = TODAYS-DATE
                               AND AQ-CHECK-NUMBER
                                   = ENTERED-CHECK-NUMBER
                               AND ENTERED-AMOUNT NOT > AQ-AMOUNT
                           MOVE AQ-REQUEST-NUMBER
                               TO OVERRIDE-REQUEST-NUMBER
                           MOVE "Y" TO OVERRIDE-FOUND-FLAG
                           MOVE "N" TO MORE-APPROVAL-RECORDS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> An override is good for one withdrawal only.
       MARK-OVERRIDE-USED.
           MOVE OVERRIDE-REQUEST-NUMBER TO AQ-REQUEST-NUMBER
           READ PENDING-APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AQ-USED TO TRUE
                   REWRITE PENDING-APPROVAL-RECORD
                   MOVE AP-USER-ID     TO AL-USER-ID
                   MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
                   MOVE "WITHDRAWAL LIMIT OVERRIDE" TO AL-ACTION
                   MOVE ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-READ.

       PAY-TELLER-WITHDRAWAL.
           PERFORM COMPUTE-AVAILABLE-BALANCE
               DISPLAY "Funds on hold cannot be"
                   " drawn until released."
           ELSE
               MOVE "Y" TO WITHDRAWAL-PAID-FLAG
               PERFORM APPLY-TRANSACTION-TO-BALANCE
               PERFORM WRITE-POSTED-TRANSACTION
               IF NEW-ACCOUNT-BALANCE < 0
                   DISPLAY "Account " TRANSFER-TO-ACCOUNT " is "
                       FUNCTION TRIM(AM-STATUS)
                       " - transfers are not permitted."
               WHEN AM-TYPE-LOAN
                   DISPLAY "Account " TRANSFER-TO-ACCOUNT " is a"
                       " LOAN - post a loan payment instead."
               WHEN ENTERED-AMOUNT = 0
                   DISPLAY "Transfer amount must be greater"
                       " than zero."

           DISPLAY "Transfer backed out - no legs posted.".

      *> Money brought in on an account that was charged off is not
      *> a deposit - the account is closed at a zero balance and the
      *> loss is already on the books. It posts as RECOVERY income
      *> against the account's recovery entry, carrying the zero
      *> balance unchanged, and is refused once the charge-off has
      *> been recovered in full or if it would recover more.
       POST-RECOVERY-PAYMENT.
           MOVE ACCOUNT-NUMBER TO RC-ACCOUNT-NUMBER
           MOVE "N" TO RECOVERY-FOUND-FLAG
           READ RECOVERY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECOVERY-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN NOT RECOVERY-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " was charged off"
                       " but has no recovery entry on file."
               WHEN RC-RECOVERED
                   DISPLAY "Charge-off on account " ACCOUNT-NUMBER
                       " has been recovered in full."
               WHEN OTHER
                   COMPUTE RECOVERY-OUTSTANDING =
                       RC-CHARGE-OFF-AMOUNT - RC-RECOVERED-TOTAL
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " was charged off " RC-CHARGE-OFF-DATE "."
                   DISPLAY "Outstanding to recover: "
                       RECOVERY-OUTSTANDING
                   DISPLAY "Enter Recovery Amount: "
                   ACCEPT ENTERED-AMOUNT
                   EVALUATE TRUE
                       WHEN ENTERED-AMOUNT = 0
                           DISPLAY "Recovery amount must be greater"
                               " than zero."
                       WHEN ENTERED-AMOUNT > RECOVERY-OUTSTANDING
                           DISPLAY "Recovery exceeds the amount"
                               " outstanding - not posted."
                       WHEN OTHER
                           PERFORM WRITE-RECOVERY-TRANSACTION
                   END-EVALUATE
           END-EVALUATE.

       WRITE-RECOVERY-TRANSACTION.
           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD

           MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
           MOVE TODAYS-DATE          TO TX-DATE
           SET TX-TYPE-RECOVERY      TO TRUE
           MOVE "CHARGE-OFF RECOVERY" TO TX-DESCRIPTION
           MOVE ENTERED-AMOUNT       TO TX-AMOUNT
           MOVE AM-CURRENT-BALANCE   TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED       TO TRUE
           MOVE AP-USER-ID           TO TX-POSTED-BY
           MOVE SPACES               TO TX-ORIGINAL-TYPE
           MOVE SPACES               TO TX-CHECK-NUMBER
           MOVE AP-BRANCH-CODE       TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to post recovery for "
                       ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   ADD ENTERED-AMOUNT TO RC-RECOVERED-TOTAL
                   MOVE TODAYS-DATE TO RC-LAST-RECOVERY-DATE
                   IF RC-RECOVERED-TOTAL NOT < RC-CHARGE-OFF-AMOUNT
                       SET RC-RECOVERED TO TRUE
                   END-IF
                   REWRITE RECOVERY-RECORD
                   DISPLAY "Recovery of " ENTERED-AMOUNT
                       " posted to account " ACCOUNT-NUMBER "."
                   IF RC-RECOVERED
                       DISPLAY "Charge-off now recovered in full."
                   END-IF
                   MOVE AP-USER-ID        TO AL-USER-ID
                   MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
                   MOVE "RECOVERY POSTED" TO AL-ACTION
                   MOVE ACCOUNT-NUMBER    TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

       APPLY-TRANSACTION-TO-BALANCE.
           IF ENTERED-TRANS-TYPE = "WITHDRAWAL"
               COMPUTE NEW-ACCOUNT-BALANCE =
      *> transaction instead of a fake opposite-direction entry. The
      *> original posting is marked reversed so it cannot be backed
      *> out a second time, and the account balance is restored to
      *> what it was before the original posted. Under dual control
      *> the reversal is only queued here; it is posted when a second
      *> supervisor approves it on the approval queue.
       REVERSE-TRANSACTION.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           DISPLAY "Enter Transaction Sequence Number: "
           ACCEPT ENTERED-SEQUENCE

           PERFORM CHECK-REVERSAL-CANDIDATE
           IF REVERSAL-ALLOWED
               MOVE SPACES TO PENDING-APPROVAL-RECORD
               SET AQ-ACTION-REVERSAL  TO TRUE
               MOVE ACCOUNT-NUMBER     TO AQ-ACCOUNT-NUMBER
               MOVE ENTERED-SEQUENCE   TO AQ-SEQUENCE-NUMBER
               MOVE TX-AMOUNT          TO AQ-AMOUNT
               PERFORM QUEUE-APPROVAL-REQUEST
           END-IF.

      *> Checked when the reversal is requested and again when it is
      *> approved, since the posting may have changed in between.
       CHECK-REVERSAL-CANDIDATE.
           MOVE "N" TO REVERSAL-ALLOWED-FLAG
           MOVE ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE ENTERED-SEQUENCE  TO TX-SEQUENCE-NUMBER
           MOVE "N" TO TRANSACTION-FOUND-FLAG
               WHEN TX-REVERSED
                   DISPLAY "Transaction " ENTERED-SEQUENCE
                       " has already been reversed."
               WHEN TX-TYPE-LOAN-ADVANCE
                       OR TX-TYPE-LOAN-INTEREST
                       OR TX-TYPE-LOAN-PAYMENT
                   DISPLAY "Loan advances and payments are held on"
                       " the loan schedule and cannot be reversed"
                       " here."
               WHEN TX-TYPE-CHARGE-OFF OR TX-TYPE-RECOVERY
                   DISPLAY "Charge-offs and recoveries are held on"
                       " the recovery file and cannot be reversed"
                       " here."
               WHEN TX-TYPE-OFFICIAL-CHECK
                   DISPLAY "Official check postings are undone by"
                       " voiding the check on the Official Checks"
                       " screen."
               WHEN TX-TYPE-DISPUTE-CREDIT
                   DISPLAY "Dispute credits are settled by resolving"
                       " the case on the Electronic Transfer"
                       " Disputes screen."
               WHEN TX-TYPE-LEGAL-PAYMENT
                   DISPLAY "Legal order payments are undone by"
                       " voiding the remittance check on the"
                       " Official Checks screen."
               WHEN OTHER
                   MOVE "Y" TO REVERSAL-ALLOWED-FLAG
           END-EVALUATE.

       APPLY-APPROVED-REVERSAL.
           MOVE AQ-ACCOUNT-NUMBER  TO ACCOUNT-NUMBER
           MOVE AQ-SEQUENCE-NUMBER TO ENTERED-SEQUENCE
           MOVE "N" TO LEG-REVERSAL-FLAG
           PERFORM CHECK-REVERSAL-CANDIDATE
           IF REVERSAL-ALLOWED
               EVALUATE TRUE
                   WHEN TX-TYPE-TRANSFER
                       PERFORM REVERSE-TRANSFER-PAIR
                   WHEN TX-TYPE-LATE-CHARGE
                       PERFORM POST-REVERSAL-TRANSACTION
                       IF LEG-REVERSAL-OK
                           PERFORM WAIVE-LOAN-LATE-CHARGE
                       END-IF
                   WHEN OTHER
                       PERFORM POST-REVERSAL-TRANSACTION
               END-EVALUATE
           END-IF
           IF LEG-REVERSAL-OK
               MOVE "Y" TO APPROVAL-APPLIED-FLAG
           END-IF.

      *> Reversing a late charge waives it: the loan's late charges
      *> due come down by the same amount the balance did.
       WAIVE-LOAN-LATE-CHARGE.
           MOVE SPACES TO LOAN-SERVICE-PARAMETERS
           SET LV-FUNCTION-WAIVE TO TRUE
           MOVE ACCOUNT-NUMBER   TO LV-ACCOUNT-NUMBER
           MOVE TODAYS-DATE      TO LV-POSTING-DATE
           COMPUTE LV-AMOUNT = REVERSAL-AMOUNT * -1
           CALL "LOANSVC" USING LOAN-SERVICE-PARAMETERS
           IF NOT LV-OK
               DISPLAY "Loan late charges not updated - return"
                   " code " LV-RETURN-CODE "."
           END-IF.

      *> A transfer is two cross-referenced legs posted as one unit,
      *> so it is reversed the same way: the counterpart leg is
      *> located on the account named in the description, both
               DISPLAY " 2 - Standing Order Maintenance"
               DISPLAY " 3 - Overdraft Protection Link"
               DISPLAY " 4 - Stop Payment Maintenance"
               DISPLAY " 5 - Sanctions Compliance Review"
               DISPLAY " 6 - Supervisor Approval Queue"
               DISPLAY " 7 - Deceased Customers / POD Beneficiaries"
               DISPLAY " 8 - Official Checks"
               DISPLAY " 0 - Disputes / Legal Orders"
               DISPLAY " 9 - Back to Account Management"
               PERFORM ACCEPT-SERVICES-CHOICE

                       PERFORM OVERDRAFT-LINK-MAINTENANCE
                   WHEN 4
                       PERFORM STOP-PAYMENT-MAINTENANCE
                   WHEN 5
                       IF AP-ROLE-SUPERVISOR
                           PERFORM SANCTIONS-COMPLIANCE-REVIEW
                       ELSE
                           DISPLAY "Access denied. "
                               "Supervisor role required."
                       END-IF
                   WHEN 6
                       IF AP-ROLE-SUPERVISOR
                           PERFORM SUPERVISOR-APPROVAL-QUEUE
                       ELSE
                           DISPLAY "Access denied. "
                               "Supervisor role required."
                       END-IF
                   WHEN 7
                       PERFORM DECEASED-AND-POD-MAINTENANCE
                   WHEN 8
                       PERFORM OFFICIAL-CHECK-MAINTENANCE
                   WHEN 0
                       PERFORM DISPUTE-AND-LEGAL-MENU
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-IF
           END-PERFORM.

      *> Compliance works the possible watch-list matches here. A
      *> released review clears that list entry for the customer, and
      *> once nothing is left pending the customer's accounts held in
      *> COMPLIANCE status go ACTIVE. A confirmed match freezes every
      *> open account the customer owns or co-owns.
       SANCTIONS-COMPLIANCE-REVIEW.
           DISPLAY "-------------------------------------"
           DISPLAY "Sanctions reviews pending:"
           MOVE 0 TO REVIEWS-LISTED
           MOVE SPACES TO SANCTIONS-SCREEN-PARAMETERS
           SET SS-FUNCTION-NEXT TO TRUE
           CALL "OFACSCRN" USING SANCTIONS-SCREEN-PARAMETERS
           PERFORM UNTIL NOT SS-REVIEW-PENDING
               ADD 1 TO REVIEWS-LISTED
               DISPLAY "  " SS-CUSTOMER-NUMBER " " SS-ENTRY-ID " "
                   SS-MATCH-TYPE " " SS-SCREEN-DATE " "
                   SS-SCREENED-BY
               DISPLAY "      " SS-ENTRY-NAME
               SET SS-FUNCTION-NEXT TO TRUE
               CALL "OFACSCRN" USING SANCTIONS-SCREEN-PARAMETERS
           END-PERFORM
           IF REVIEWS-LISTED = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "Enter Customer Number (blank to exit): "
               ACCEPT REVIEW-CUSTOMER-NUMBER
               IF REVIEW-CUSTOMER-NUMBER NOT = SPACES
                   DISPLAY "Enter List Entry ID: "
                   ACCEPT REVIEW-ENTRY-ID
                   DISPLAY "Release or Confirm the match? (R/C): "
                   ACCEPT REVIEW-ACTION
                   PERFORM DECIDE-SANCTIONS-REVIEW
               END-IF
           END-IF.

       DECIDE-SANCTIONS-REVIEW.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SANCTIONS-SCREEN-PARAMETERS
           EVALUATE REVIEW-ACTION
               WHEN "R"
               WHEN "r"
                   SET SS-FUNCTION-RELEASE TO TRUE
                   MOVE "SANCTIONS MATCH RELEASED" TO AL-ACTION
               WHEN "C"
               WHEN "c"
                   SET SS-FUNCTION-CONFIRM TO TRUE
                   MOVE "SANCTIONS MATCH CONFIRMED" TO AL-ACTION
               WHEN OTHER
                   DISPLAY "No decision recorded."
           END-EVALUATE

           IF SS-FUNCTION-RELEASE OR SS-FUNCTION-CONFIRM
               MOVE REVIEW-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
               MOVE REVIEW-ENTRY-ID        TO SS-ENTRY-ID
               MOVE AP-USER-ID             TO SS-USER-ID
               MOVE TODAYS-DATE            TO SS-PROCESS-DATE
               CALL "OFACSCRN" USING SANCTIONS-SCREEN-PARAMETERS
               EVALUATE TRUE
                   WHEN SS-REVIEW-NOT-FOUND
                       DISPLAY "No review on file for "
                           REVIEW-CUSTOMER-NUMBER " entry "
                           REVIEW-ENTRY-ID "."
                   WHEN SS-REVIEW-NOT-PENDING
                       DISPLAY "That review has already been decided."
                   WHEN SS-SCREEN-ERROR
                       DISPLAY "Sanctions review file unavailable."
                   WHEN OTHER
                       MOVE AP-USER-ID             TO AL-USER-ID
                       MOVE "ACCTMGMT"             TO AL-PROGRAM-NAME
                       MOVE REVIEW-CUSTOMER-NUMBER
                           TO AL-ACCOUNT-NUMBER
                       CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                       DISPLAY "Review decision recorded."
                       PERFORM APPLY-SANCTIONS-DECISION
               END-EVALUATE
           END-IF.

      *> The customer's standing after the decision decides what
      *> happens to the accounts: confirmed freezes them all, clear
      *> releases the held ones, and still-pending leaves them held.
       APPLY-SANCTIONS-DECISION.
           MOVE REVIEW-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
           EVALUATE TRUE
               WHEN SS-MATCH-CONFIRMED
                   MOVE "FROZEN" TO SANCTIONS-NEW-STATUS
               WHEN SS-CLEAR
                   MOVE "ACTIVE" TO SANCTIONS-NEW-STATUS
               WHEN OTHER
                   MOVE SPACES TO SANCTIONS-NEW-STATUS
                   DISPLAY "Other reviews are still pending for "
                       REVIEW-CUSTOMER-NUMBER " - accounts stay held."
           END-EVALUATE

           IF SANCTIONS-NEW-STATUS NOT = SPACES
               MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
               START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE "N" TO MORE-MASTER-RECORDS
                   NOT INVALID KEY
                       MOVE "Y" TO MORE-MASTER-RECORDS
               END-START
               PERFORM UNTIL NO-MORE-MASTER-RECS
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           MOVE "N" TO MORE-MASTER-RECORDS
                   END-READ
                   IF NOT NO-MORE-MASTER-RECS
                       IF AM-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                           PERFORM APPLY-SANCTIONS-TO-ACCOUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF SS-MATCH-CONFIRMED
               MOVE CUSTOMER-NUMBER TO XR-CUSTOMER-NUMBER
               START ACCOUNT-XREF KEY IS >= XR-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE "N" TO MORE-XREF-RECORDS
                   NOT INVALID KEY
                       MOVE "Y" TO MORE-XREF-RECORDS
               END-START
               PERFORM UNTIL NO-MORE-XREF-RECORDS
                   READ ACCOUNT-XREF NEXT RECORD
                       AT END
                           MOVE "N" TO MORE-XREF-RECORDS
                   END-READ
                   IF NOT NO-MORE-XREF-RECORDS
                       IF XR-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER
                           MOVE "N" TO MORE-XREF-RECORDS
                       ELSE
                           IF XR-ROLE-SECONDARY
                               MOVE XR-ACCOUNT-NUMBER
                                   TO AM-ACCOUNT-NUMBER
                               READ ACCOUNT-MASTER
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM
                                           APPLY-SANCTIONS-TO-ACCOUNT
                               END-READ
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-SANCTIONS-TO-ACCOUNT.
           IF (SANCTIONS-NEW-STATUS = "ACTIVE"
                   AND AM-STATUS-COMPLIANCE)
               OR (SANCTIONS-NEW-STATUS = "FROZEN"
                   AND NOT AM-STATUS-CLOSED
                   AND NOT AM-STATUS-FROZEN)
               MOVE AM-ACCOUNT-NUMBER    TO ACCOUNT-NUMBER
               MOVE AM-STATUS            TO OLD-ACCOUNT-STATUS
               MOVE SANCTIONS-NEW-STATUS TO ACCOUNT-STATUS
               MOVE SANCTIONS-NEW-STATUS TO AM-STATUS
               REWRITE ACCOUNT-MASTER-RECORD
               PERFORM LOG-STATUS-CHANGE
               DISPLAY "Account " ACCOUNT-NUMBER " set "
                   SANCTIONS-NEW-STATUS "."
           END-IF.

      *> Dual control. Reversals, withdrawal-limit overrides, stop
      *> releases and user role changes are queued on the approval
      *> file by the user who keys them. Any other supervisor may
      *> approve or reject a request here; nobody decides their own.
      *> Only an approval applies the action, and only once it has
      *> been applied is the request marked APPROVED - one that can
      *> no longer be applied stays PENDING until it is rejected or
      *> expires at end of day.
       SUPERVISOR-APPROVAL-QUEUE.
           DISPLAY "-------------------------------------"
           DISPLAY "Requests awaiting approval:"
           DISPLAY "REQUEST    ACTION     BY       DATE     DETAIL"
           MOVE 0 TO APPROVALS-LISTED
           MOVE 0 TO AQ-REQUEST-NUMBER
           START PENDING-APPROVAL-FILE KEY IS >= AQ-REQUEST-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-APPROVAL-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-APPROVAL-RECORDS
           END-START

           PERFORM UNTIL NO-MORE-APPROVAL-RECORDS
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-APPROVAL-RECORDS
               END-READ
               IF NOT NO-MORE-APPROVAL-RECORDS
                   IF AQ-PENDING
                       ADD 1 TO APPROVALS-LISTED
                       PERFORM DISPLAY-APPROVAL-REQUEST
                   END-IF
               END-IF
           END-PERFORM

           IF APPROVALS-LISTED = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "Enter Request Number (0 to exit): "
               ACCEPT ENTERED-REQUEST-NUMBER
               IF ENTERED-REQUEST-NUMBER > 0
                   PERFORM DECIDE-APPROVAL-REQUEST
               END-IF
           END-IF.

       DISPLAY-APPROVAL-REQUEST.
           EVALUATE TRUE
               WHEN AQ-ACTION-REVERSAL
                   DISPLAY AQ-REQUEST-NUMBER " " AQ-ACTION-TYPE " "
                       AQ-REQUESTED-BY " " AQ-REQUESTED-DATE " "
                       AQ-ACCOUNT-NUMBER " SEQ " AQ-SEQUENCE-NUMBER
                       " AMT " AQ-AMOUNT
               WHEN AQ-ACTION-LIMIT-OVR
                   DISPLAY AQ-REQUEST-NUMBER " " AQ-ACTION-TYPE " "
                       AQ-REQUESTED-BY " " AQ-REQUESTED-DATE " "
                       AQ-ACCOUNT-NUMBER " CHK " AQ-CHECK-NUMBER
                       " AMT " AQ-AMOUNT
               WHEN AQ-ACTION-STOP-REL
                   DISPLAY AQ-REQUEST-NUMBER " " AQ-ACTION-TYPE " "
                       AQ-REQUESTED-BY " " AQ-REQUESTED-DATE " "
                       AQ-ACCOUNT-NUMBER " CHK " AQ-CHECK-NUMBER
               WHEN AQ-ACTION-ROLE-CHG
                   DISPLAY AQ-REQUEST-NUMBER " " AQ-ACTION-TYPE " "
                       AQ-REQUESTED-BY " " AQ-REQUESTED-DATE " USER "
                       AQ-TARGET-USER-ID " TO " AQ-NEW-ROLE
           END-EVALUATE.

       DECIDE-APPROVAL-REQUEST.
           MOVE ENTERED-REQUEST-NUMBER TO AQ-REQUEST-NUMBER
           MOVE "N" TO APPROVAL-FOUND-FLAG
           READ PENDING-APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO APPROVAL-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN NOT APPROVAL-FOUND
                   DISPLAY "Request " ENTERED-REQUEST-NUMBER
                       " not found."
               WHEN NOT AQ-PENDING
                   DISPLAY "Request " ENTERED-REQUEST-NUMBER " is "
                       FUNCTION TRIM(AQ-STATUS) "."
               WHEN AQ-REQUESTED-BY = AP-USER-ID
                   DISPLAY "You cannot approve or reject your own"
                       " request."
               WHEN AQ-ACTION-ROLE-CHG
                       AND AQ-TARGET-USER-ID = AP-USER-ID
                   DISPLAY "You cannot decide a change to your own"
                       " role."
               WHEN OTHER
                   DISPLAY "Approve or Reject? (A/R): "
                   ACCEPT APPROVAL-DECISION
                   EVALUATE APPROVAL-DECISION
                       WHEN "A"
                       WHEN "a"
                           PERFORM APPLY-APPROVAL-REQUEST
                       WHEN "R"
                       WHEN "r"
                           SET AQ-REJECTED TO TRUE
                           MOVE "APPROVAL REJECTED" TO AL-ACTION
                           PERFORM RECORD-APPROVAL-DECISION
                           DISPLAY "Request " AQ-REQUEST-NUMBER
                               " rejected."
                       WHEN OTHER
                           DISPLAY "No decision recorded."
                   END-EVALUATE
           END-EVALUATE.

      *> The apply paragraphs post or change through the same code
      *> the direct action always used, so the posting carries the
      *> approving supervisor's ID and its usual audit record.
       APPLY-APPROVAL-REQUEST.
           MOVE "N" TO APPROVAL-APPLIED-FLAG
           EVALUATE TRUE
               WHEN AQ-ACTION-REVERSAL
                   PERFORM APPLY-APPROVED-REVERSAL
               WHEN AQ-ACTION-LIMIT-OVR
                   DISPLAY "Override approved - the withdrawal may"
                       " be keyed today."
                   MOVE "Y" TO APPROVAL-APPLIED-FLAG
               WHEN AQ-ACTION-STOP-REL
                   PERFORM APPLY-APPROVED-STOP-RELEASE
               WHEN AQ-ACTION-ROLE-CHG
                   PERFORM APPLY-APPROVED-ROLE-CHANGE
           END-EVALUATE

           IF APPROVAL-APPLIED
               MOVE ENTERED-REQUEST-NUMBER TO AQ-REQUEST-NUMBER
               READ PENDING-APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               SET AQ-APPROVED TO TRUE
               MOVE "APPROVAL GRANTED" TO AL-ACTION
               PERFORM RECORD-APPROVAL-DECISION
               DISPLAY "Request " AQ-REQUEST-NUMBER " approved."
           ELSE
               DISPLAY "Request " ENTERED-REQUEST-NUMBER
                   " could not be applied and is still pending."
           END-IF.

       APPLY-APPROVED-ROLE-CHANGE.
           OPEN I-O USER-CREDENTIALS
           IF USER-CREDENTIALS-STATUS NOT = "00"
               DISPLAY "Unable to open user credentials file."
               DISPLAY "File status: " USER-CREDENTIALS-STATUS
           ELSE
               MOVE AQ-TARGET-USER-ID TO UC-USER-ID
               READ USER-CREDENTIALS
                   INVALID KEY
                       DISPLAY "User " AQ-TARGET-USER-ID
                           " not found."
                   NOT INVALID KEY
                       MOVE AQ-NEW-ROLE TO UC-ROLE
                       REWRITE USER-CREDENTIALS-RECORD
                       DISPLAY "User " UC-USER-ID " is now "
                           FUNCTION TRIM(UC-ROLE) "."
                       DISPLAY "The change takes effect at the"
                           " user's next login."
                       MOVE AP-USER-ID        TO AL-USER-ID
                       MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
                       MOVE "USER ROLE CHANGED" TO AL-ACTION
                       MOVE AQ-TARGET-USER-ID TO AL-ACCOUNT-NUMBER
                       CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                       MOVE "Y" TO APPROVAL-APPLIED-FLAG
               END-READ
               CLOSE USER-CREDENTIALS
           END-IF.

      *> The caller sets the new status and the audit action.
       RECORD-APPROVAL-DECISION.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE AP-USER-ID  TO AQ-DECIDED-BY
           MOVE TODAYS-DATE TO AQ-DECIDED-DATE
           REWRITE PENDING-APPROVAL-RECORD
           MOVE AP-USER-ID  TO AL-USER-ID
           MOVE "ACCTMGMT"  TO AL-PROGRAM-NAME
           IF AQ-ACTION-ROLE-CHG
               MOVE AQ-TARGET-USER-ID TO AL-ACCOUNT-NUMBER
           ELSE
               MOVE AQ-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           END-IF
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      *> The caller fills in the action and its details; the request
      *> is numbered, stamped and written PENDING here.
       QUEUE-APPROVAL-REQUEST.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           PERFORM ASSIGN-NEXT-REQUEST-NUMBER
           MOVE AP-USER-ID  TO AQ-REQUESTED-BY
           MOVE TODAYS-DATE TO AQ-REQUESTED-DATE
           SET AQ-PENDING   TO TRUE
           MOVE SPACES      TO AQ-DECIDED-BY
           MOVE 0           TO AQ-DECIDED-DATE
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Unable to queue the request for"
                       " approval."
               NOT INVALID KEY
                   DISPLAY "Request " AQ-REQUEST-NUMBER
                       " queued for approval by a second"
                       " supervisor."
                   MOVE AP-USER-ID        TO AL-USER-ID
                   MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
                   MOVE "APPROVAL REQUESTED" TO AL-ACTION
                   MOVE AQ-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

       ASSIGN-NEXT-REQUEST-NUMBER.
           MOVE "APRV" TO AC-CONTROL-KEY
           READ ACCOUNT-CONTROL
               INVALID KEY
                   MOVE 0 TO AC-LAST-ACCOUNT-NUMBER
           END-READ

           ADD 1 TO AC-LAST-ACCOUNT-NUMBER
           MOVE AC-LAST-ACCOUNT-NUMBER TO AQ-REQUEST-NUMBER

           IF ACCOUNT-CONTROL-STATUS = "23"
               WRITE ACCOUNT-CONTROL-RECORD
           ELSE
               REWRITE ACCOUNT-CONTROL-RECORD
           END-IF.

      *> Attaches additional CUSTOMER-MASTER records to an account as
      *> SECONDARY owners, or detaches them. The PRIMARY owner stays
      *> the customer on ACCOUNT-MASTER and cannot be removed here -
      *> changing the primary owner is a re-book, not a maintenance
      *> action.
       JOINT-OWNER-MAINTENANCE.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           MOVE ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG

           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           IF NOT ACCOUNT-FOUND
               DISPLAY "Account " ACCOUNT-NUMBER " not found."
           ELSE
               PERFORM LIST-ACCOUNT-OWNERS
               DISPLAY "Add or Remove a joint owner? (A/R): "
               ACCEPT JOINT-OWNER-ACTION
               EVALUATE JOINT-OWNER-ACTION
               WHEN JOINT-CUSTOMER-NUMBER = AM-CUSTOMER-NUMBER
                   DISPLAY "Customer " JOINT-CUSTOMER-NUMBER
                       " is already the primary owner."
               WHEN CM-STATUS-DECEASED
                   DISPLAY "Customer " JOINT-CUSTOMER-NUMBER
                       " is recorded as deceased."
               WHEN OTHER
                   PERFORM SCREEN-CUSTOMER-NAME
                   IF SANCTIONS-CLEAR
                       PERFORM WRITE-JOINT-OWNER-XREF
                   ELSE
                       DISPLAY "Customer " JOINT-CUSTOMER-NUMBER
                           " has a sanctions review open."
                       DISPLAY "Joint owner not added - held pending"
                           " compliance release."
                   END-IF
           END-EVALUATE.

       WRITE-JOINT-OWNER-XREF.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE ACCOUNT-NUMBER        TO XR-ACCOUNT-NUMBER
           MOVE JOINT-CUSTOMER-NUMBER TO XR-CUSTOMER-NUMBER
           SET XR-ROLE-SECONDARY      TO TRUE
           MOVE TODAYS-DATE           TO XR-ADDED-DATE
           MOVE AP-USER-ID            TO XR-ADDED-BY
           WRITE ACCOUNT-XREF-RECORD
               INVALID KEY
                   DISPLAY "Customer " JOINT-CUSTOMER-NUMBER
                       " is already an owner of account "
                       ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   DISPLAY "Customer " JOINT-CUSTOMER-NUMBER
                       " added as joint owner of "
                       ACCOUNT-NUMBER "."
                   MOVE AP-USER-ID     TO AL-USER-ID
                   MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
                   MOVE "JOINT OWNER ADDED" TO AL-ACTION
                   MOVE ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

       REMOVE-JOINT-OWNER.
           DISPLAY "Enter Customer Number to remove: "
           ACCEPT JOINT-CUSTOMER-NUMBER

      *> Stop payments called in by customers. An ACTIVE stop blocks
      *> the matching check at both posting paths until it is
      *> released. A release is queued for a second supervisor's
      *> approval and takes effect only when approved.
       STOP-PAYMENT-MAINTENANCE.
           DISPLAY "-------------------------------------"
           DISPLAY "Stop Payments:"
               WHEN STP-RELEASED
                   DISPLAY "That stop has already been released."
               WHEN OTHER
                   MOVE SPACES TO PENDING-APPROVAL-RECORD
                   SET AQ-ACTION-STOP-REL    TO TRUE
                   MOVE ACCOUNT-NUMBER       TO AQ-ACCOUNT-NUMBER
                   MOVE 0                    TO AQ-SEQUENCE-NUMBER
                   MOVE ENTERED-CHECK-NUMBER TO AQ-CHECK-NUMBER
                   MOVE 0                    TO AQ-AMOUNT
                   PERFORM QUEUE-APPROVAL-REQUEST
           END-EVALUATE.

       APPLY-APPROVED-STOP-RELEASE.
           MOVE AQ-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           MOVE AQ-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER
           MOVE AQ-CHECK-NUMBER   TO STP-CHECK-NUMBER
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   DISPLAY "The stop on check " AQ-CHECK-NUMBER
                       " is no longer on file."
               NOT INVALID KEY
                   IF STP-RELEASED
                       DISPLAY "That stop has already been released."
                   ELSE
                       SET STP-RELEASED TO TRUE
                       REWRITE STOP-PAYMENT-RECORD
                       DISPLAY "Stop released on check "
                           STP-CHECK-NUMBER "."
                       MOVE AP-USER-ID      TO AL-USER-ID
                       MOVE "ACCTMGMT"      TO AL-PROGRAM-NAME
                       MOVE "STOP RELEASED" TO AL-ACTION
                       MOVE ACCOUNT-NUMBER  TO AL-ACCOUNT-NUMBER
                       CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                       MOVE "Y" TO APPROVAL-APPLIED-FLAG
                   END-IF
           END-READ.

      *> Sets or clears the overdraft-protection link on a checking
      *> account. The funding account must exist, be ACTIVE and be
      *> owned by the same customer - the whole point is covering a
               WHEN NOT AM-STATUS-ACTIVE
                   DISPLAY "Account " ODP-FUNDING-ACCOUNT
                       " is not active."
               WHEN AM-TYPE-LOAN
                   DISPLAY "A LOAN account cannot fund overdrafts."
               WHEN AM-CUSTOMER-NUMBER NOT = ODP-OWNER-CUSTOMER
                   DISPLAY "Account " ODP-FUNDING-ACCOUNT
                       " belongs to a different customer."
                   DISPLAY "Account " ORDER-SOURCE-ACCOUNT " is "
                       FUNCTION TRIM(AM-STATUS)
                       " - standing orders are not permitted."
               WHEN AM-TYPE-LOAN
                   DISPLAY "Standing orders cannot draw on a LOAN"
                       " account."
               WHEN ORDER-TARGET-ACCOUNT = ORDER-SOURCE-ACCOUNT
                   DISPLAY "Source and target accounts must differ."
               WHEN ORDER-AMOUNT = 0
                               " is " FUNCTION TRIM(AM-STATUS)
                               " - standing orders are not"
                               " permitted."
                       WHEN AM-TYPE-LOAN
                           DISPLAY "Standing orders cannot pay a"
                               " LOAN account."
                       WHEN OTHER
                           MOVE "Y" TO ORDER-OK-FLAG
                   END-EVALUATE
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-EVALUATE.

      *> A customer's death is recorded here by a supervisor. Accounts
      *> the customer owned alone are FROZEN - their overdraft links
      *> are cleared and any active standing order drawing on or
      *> paying them is cancelled - until the balance is paid out to
      *> the payable-on-death beneficiaries named on the account, or
      *> to the estate where none are named. A joint account passes
      *> to the first surviving owner on the cross-reference file,
      *> and the deceased simply drops off any account they co-owned.
       DECEASED-AND-POD-MAINTENANCE.
           DISPLAY "-------------------------------------"
           DISPLAY "Deceased Customers / POD Beneficiaries:"
           DISPLAY " 1 - List Beneficiaries for an Account"
           DISPLAY " 2 - Add a Beneficiary"
           DISPLAY " 3 - Remove a Beneficiary"
           DISPLAY " 4 - Record a Customer's Death"
           DISPLAY " 5 - Pay Out a Deceased Owner's Account"
           PERFORM ACCEPT-SERVICES-CHOICE

           EVALUATE SERVICES-CHOICE
               WHEN 1
                   DISPLAY "Enter Account Number: "
                   ACCEPT ACCOUNT-NUMBER
                   PERFORM LIST-POD-BENEFICIARIES
               WHEN 2
                   PERFORM ADD-POD-BENEFICIARY
               WHEN 3
                   PERFORM REMOVE-POD-BENEFICIARY
               WHEN 4
                   IF AP-ROLE-SUPERVISOR
                       PERFORM RECORD-CUSTOMER-DEATH
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN 5
                   IF AP-ROLE-SUPERVISOR
                       PERFORM PAY-OUT-DECEASED-ACCOUNT
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE
           MOVE 0 TO SERVICES-CHOICE.

      *> Lists every beneficiary record on ACCOUNT-NUMBER and leaves
      *> the count and share total of the ACTIVE ones, and the highest
      *> sequence number used, for the callers below.
       LIST-POD-BENEFICIARIES.
           MOVE 0 TO BENEFICIARY-COUNT
           MOVE 0 TO BENEFICIARY-SHARE-TOTAL
           MOVE 0 TO LAST-BENEFICIARY-SEQ
           MOVE ACCOUNT-NUMBER TO PB-ACCOUNT-NUMBER
           MOVE 0 TO PB-BENEFICIARY-SEQ
           START POD-BENEFICIARY-FILE KEY IS >= PB-KEY
               INVALID KEY
                   MOVE "N" TO MORE-BENEFICIARY-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-BENEFICIARY-RECORDS
           END-START

           DISPLAY "-------------------------------------"
           DISPLAY "SEQ NAME                           RELATION"
               "    SHARE STATUS"
           PERFORM READ-NEXT-BENEFICIARY
               UNTIL NO-MORE-BENEFICIARIES

           IF LAST-BENEFICIARY-SEQ = 0
               DISPLAY "No beneficiaries on file for account "
                   ACCOUNT-NUMBER "."
           ELSE
               MOVE BENEFICIARY-SHARE-TOTAL TO SHARE-DISPLAY
               DISPLAY "Active beneficiaries: " BENEFICIARY-COUNT
                   "  shares total " SHARE-DISPLAY "%"
           END-IF.

       READ-NEXT-BENEFICIARY.
           READ POD-BENEFICIARY-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-BENEFICIARY-RECORDS
           END-READ

           IF NOT NO-MORE-BENEFICIARIES
               IF PB-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                   MOVE "N" TO MORE-BENEFICIARY-RECORDS
               ELSE
                   MOVE PB-BENEFICIARY-SEQ TO LAST-BENEFICIARY-SEQ
                   IF PB-ACTIVE
                       ADD 1 TO BENEFICIARY-COUNT
                       ADD PB-SHARE-PERCENT TO BENEFICIARY-SHARE-TOTAL
                   END-IF
                   MOVE PB-SHARE-PERCENT TO SHARE-DISPLAY
                   DISPLAY PB-BENEFICIARY-SEQ "  " PB-BENEFICIARY-NAME
                       " " PB-RELATIONSHIP " " SHARE-DISPLAY " "
                       PB-STATUS
               END-IF
           END-IF.

      *> Beneficiaries can be named on any open deposit account, but
      *> are fixed once the owner is recorded as deceased.
       ADD-POD-BENEFICIARY.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           PERFORM READ-BENEFICIARY-ACCOUNT

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " not found."
               WHEN AM-STATUS-CLOSED
                   DISPLAY "Account " ACCOUNT-NUMBER " is closed."
               WHEN AM-TYPE-LOAN
                   DISPLAY "Beneficiaries are named on deposit"
                       " accounts only."
               WHEN OWNER-DECEASED
                   DISPLAY "The owner of account " ACCOUNT-NUMBER
                       " is deceased - beneficiaries are fixed."
               WHEN OTHER
                   PERFORM LIST-POD-BENEFICIARIES
                   IF LAST-BENEFICIARY-SEQ = 99
                       DISPLAY "No more beneficiaries can be named"
                           " on this account."
                   ELSE
                       PERFORM ACCEPT-NEW-BENEFICIARY
                   END-IF
           END-EVALUATE.

       ACCEPT-NEW-BENEFICIARY.
           MOVE SPACES TO POD-BENEFICIARY-RECORD
           DISPLAY "Enter Beneficiary Name: "
           ACCEPT PB-BENEFICIARY-NAME
           DISPLAY "Enter Beneficiary Tax ID: "
           ACCEPT PB-TAX-ID
           DISPLAY "Enter Relationship (SPOUSE/CHILD/OTHER...): "
           ACCEPT ENTERED-RELATIONSHIP
           DISPLAY "Enter Share Percent (e.g. 50.00): "
           ACCEPT ENTERED-SHARE-PERCENT

           EVALUATE TRUE
               WHEN PB-BENEFICIARY-NAME = SPACES
                   DISPLAY "A beneficiary name is required."
               WHEN ENTERED-RELATIONSHIP = "ESTATE"
                   DISPLAY "ESTATE is recorded only by an estate"
                       " payout."
               WHEN ENTERED-SHARE-PERCENT = 0
                   DISPLAY "Share must be greater than zero."
               WHEN BENEFICIARY-SHARE-TOTAL + ENTERED-SHARE-PERCENT
                       > 100
                   DISPLAY "Active shares would exceed 100%."
               WHEN OTHER
                   ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
                   MOVE ACCOUNT-NUMBER        TO PB-ACCOUNT-NUMBER
                   COMPUTE PB-BENEFICIARY-SEQ =
                       LAST-BENEFICIARY-SEQ + 1
                   MOVE ENTERED-RELATIONSHIP  TO PB-RELATIONSHIP
                   MOVE ENTERED-SHARE-PERCENT TO PB-SHARE-PERCENT
                   SET PB-ACTIVE              TO TRUE
                   MOVE TODAYS-DATE           TO PB-ADDED-DATE
                   MOVE AP-USER-ID            TO PB-ADDED-BY
                   MOVE 0                     TO PB-PAID-AMOUNT
                   MOVE 0                     TO PB-PAID-DATE
                   MOVE SPACES                TO PB-PAID-BY
                   WRITE POD-BENEFICIARY-RECORD
                       INVALID KEY
                           DISPLAY "Unable to add beneficiary."
                       NOT INVALID KEY
                           DISPLAY "Beneficiary " PB-BENEFICIARY-SEQ
                               " added to account " ACCOUNT-NUMBER "."
                           MOVE AP-USER-ID     TO AL-USER-ID
                           MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
                           MOVE "POD BENEFICIARY ADDED" TO AL-ACTION
                           MOVE ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                           CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                   END-WRITE
           END-EVALUATE.

       REMOVE-POD-BENEFICIARY.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           PERFORM READ-BENEFICIARY-ACCOUNT

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " not found."
               WHEN OWNER-DECEASED
                   DISPLAY "The owner of account " ACCOUNT-NUMBER
                       " is deceased - beneficiaries are fixed."
               WHEN OTHER
                   PERFORM LIST-POD-BENEFICIARIES
                   DISPLAY "Enter Beneficiary Sequence to remove: "
                   ACCEPT ENTERED-BENEFICIARY-SEQ
                   MOVE ACCOUNT-NUMBER TO PB-ACCOUNT-NUMBER
                   MOVE ENTERED-BENEFICIARY-SEQ TO PB-BENEFICIARY-SEQ
                   READ POD-BENEFICIARY-FILE
                       INVALID KEY
                           DISPLAY "Beneficiary "
                               ENTERED-BENEFICIARY-SEQ " not found."
                       NOT INVALID KEY
                           IF NOT PB-ACTIVE
                               DISPLAY "Beneficiary "
                                   ENTERED-BENEFICIARY-SEQ
                                   " is not active."
                           ELSE
                               SET PB-REMOVED TO TRUE
                               REWRITE POD-BENEFICIARY-RECORD
                               DISPLAY "Beneficiary "
                                   ENTERED-BENEFICIARY-SEQ
                                   " removed."
                               MOVE AP-USER-ID  TO AL-USER-ID
                               MOVE "ACCTMGMT"  TO AL-PROGRAM-NAME
                               MOVE "POD BENEFICIARY REMOVED"
                                   TO AL-ACTION
                               MOVE ACCOUNT-NUMBER
                                   TO AL-ACCOUNT-NUMBER
                               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                           END-IF
                   END-READ
           END-EVALUATE.

      *> Reads ACCOUNT-NUMBER and notes whether its primary owner is
      *> recorded as deceased.
       READ-BENEFICIARY-ACCOUNT.
           MOVE ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           MOVE "N" TO OWNER-DECEASED-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           IF ACCOUNT-FOUND
               MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-STATUS-DECEASED
                           MOVE "Y" TO OWNER-DECEASED-FLAG
                       END-IF
               END-READ
           END-IF.

       RECORD-CUSTOMER-DEATH.
           DISPLAY "Enter Customer Number: "
           ACCEPT CUSTOMER-NUMBER
           MOVE CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           MOVE "N" TO CUSTOMER-FOUND-FLAG
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CUSTOMER-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   DISPLAY "Customer " CUSTOMER-NUMBER " not found."
               WHEN CM-STATUS-DECEASED
                   DISPLAY "Customer " CUSTOMER-NUMBER
                       " is already recorded as deceased ("
                       CM-DATE-OF-DEATH ")."
               WHEN OTHER
                   DISPLAY "Customer: " CM-CUSTOMER-NAME
                   DISPLAY "Enter Date of Death (YYYYMMDD): "
                   ACCEPT DATE-OF-DEATH
                   ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
                   IF DATE-OF-DEATH = 0
                           OR DATE-OF-DEATH > TODAYS-DATE
                       DISPLAY "Invalid date of death."
                   ELSE
                       DISPLAY "Freeze sole accounts and pass joint"
                           " accounts to survivors? (Y/N): "
                       ACCEPT DECEASED-CONFIRM-ANSWER
                       IF DECEASED-CONFIRM-ANSWER = "Y"
                               OR DECEASED-CONFIRM-ANSWER = "y"
                           PERFORM APPLY-CUSTOMER-DEATH
                       ELSE
                           DISPLAY "No change made."
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-CUSTOMER-DEATH.
           SET CM-STATUS-DECEASED TO TRUE
           MOVE DATE-OF-DEATH TO CM-DATE-OF-DEATH
           REWRITE CUSTOMER-MASTER-RECORD
           DISPLAY "Customer " CUSTOMER-NUMBER
               " recorded as deceased."
           MOVE AP-USER-ID          TO AL-USER-ID
           MOVE "ACCTMGMT"          TO AL-PROGRAM-NAME
           MOVE "CUSTOMER DECEASED" TO AL-ACTION
           MOVE CUSTOMER-NUMBER     TO AL-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD

           MOVE CUSTOMER-NUMBER TO DECEASED-CUSTOMER-NUMBER
           MOVE 0 TO ACCOUNTS-FROZEN
           MOVE 0 TO ACCOUNTS-TO-SURVIVOR
           MOVE 0 TO JOINT-ROLES-REMOVED
           MOVE 0 TO ORDERS-CANCELLED
           PERFORM COLLECT-DECEASED-ACCOUNTS
           PERFORM SETTLE-DECEASED-ACCOUNT
               VARYING DECEASED-ACCOUNT-SUB FROM 1 BY 1
               UNTIL DECEASED-ACCOUNT-SUB > DECEASED-ACCOUNT-COUNT

           DISPLAY "Accounts frozen          : " ACCOUNTS-FROZEN
           DISPLAY "Accounts to survivors    : " ACCOUNTS-TO-SURVIVOR
           DISPLAY "Joint ownerships removed : " JOINT-ROLES-REMOVED
           DISPLAY "Standing orders cancelled: " ORDERS-CANCELLED.

      *> The accounts are gathered first and worked afterwards, since
      *> working them rewrites the very files being scanned.
       COLLECT-DECEASED-ACCOUNTS.
           MOVE 0 TO DECEASED-ACCOUNT-COUNT
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-MASTER-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-MASTER-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-MASTER-RECORDS
               END-READ
               IF NOT NO-MORE-MASTER-RECS
                   IF AM-CUSTOMER-NUMBER = DECEASED-CUSTOMER-NUMBER
                           AND NOT AM-STATUS-CLOSED
                       MOVE AM-ACCOUNT-NUMBER
                           TO DECEASED-ACCOUNT-NUMBER
                       MOVE "P" TO DECEASED-OWNER-ROLE
                       PERFORM ADD-DECEASED-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM

           MOVE DECEASED-CUSTOMER-NUMBER TO XR-CUSTOMER-NUMBER
           START ACCOUNT-XREF KEY IS >= XR-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-XREF-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-XREF-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-XREF-RECORDS
               READ ACCOUNT-XREF NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-XREF-RECORDS
               END-READ
               IF NOT NO-MORE-XREF-RECORDS
                   IF XR-CUSTOMER-NUMBER NOT = DECEASED-CUSTOMER-NUMBER
                       MOVE "N" TO MORE-XREF-RECORDS
                   ELSE
                       IF XR-ROLE-SECONDARY
                           MOVE XR-ACCOUNT-NUMBER
                               TO DECEASED-ACCOUNT-NUMBER
                           MOVE "S" TO DECEASED-OWNER-ROLE
                           PERFORM ADD-DECEASED-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-DECEASED-ACCOUNT.
           IF DECEASED-ACCOUNT-COUNT < 100
               ADD 1 TO DECEASED-ACCOUNT-COUNT
               MOVE DECEASED-ACCOUNT-NUMBER
                   TO DA-ACCOUNT-NUMBER(DECEASED-ACCOUNT-COUNT)
               MOVE DECEASED-OWNER-ROLE
                   TO DA-OWNER-ROLE(DECEASED-ACCOUNT-COUNT)
           ELSE
               DISPLAY "Account " DECEASED-ACCOUNT-NUMBER
                   " not worked - settle it by hand."
           END-IF.

       SETTLE-DECEASED-ACCOUNT.
           MOVE DA-ACCOUNT-NUMBER(DECEASED-ACCOUNT-SUB)
               TO DECEASED-ACCOUNT-NUMBER
           IF DA-ROLE-PRIMARY(DECEASED-ACCOUNT-SUB)
               PERFORM FIND-SURVIVING-OWNER
               IF SURVIVOR-CUSTOMER-NUMBER = SPACES
                   PERFORM FREEZE-DECEASED-ACCOUNT
               ELSE
                   PERFORM PASS-ACCOUNT-TO-SURVIVOR
               END-IF
           ELSE
               PERFORM REMOVE-DECEASED-JOINT-OWNER
           END-IF.

      *> The first co-owner on the cross-reference file who is not
      *> themselves deceased becomes the primary owner.
       FIND-SURVIVING-OWNER.
           MOVE SPACES TO SURVIVOR-CUSTOMER-NUMBER
           MOVE DECEASED-ACCOUNT-NUMBER TO XR-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO XR-CUSTOMER-NUMBER
           START ACCOUNT-XREF KEY IS >= XR-KEY
               INVALID KEY
                   MOVE "N" TO MORE-XREF-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-XREF-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-XREF-RECORDS
               READ ACCOUNT-XREF NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-XREF-RECORDS
               END-READ
               IF NOT NO-MORE-XREF-RECORDS
                   IF XR-ACCOUNT-NUMBER NOT = DECEASED-ACCOUNT-NUMBER
                       MOVE "N" TO MORE-XREF-RECORDS
                   ELSE
                       IF SURVIVOR-CUSTOMER-NUMBER = SPACES
                           AND XR-CUSTOMER-NUMBER
                               NOT = DECEASED-CUSTOMER-NUMBER
                           MOVE XR-CUSTOMER-NUMBER
                               TO CM-CUSTOMER-NUMBER
                           READ CUSTOMER-MASTER
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF NOT CM-STATUS-DECEASED
                                       MOVE XR-CUSTOMER-NUMBER
                                           TO SURVIVOR-CUSTOMER-NUMBER
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> The survivor takes over as primary owner on ACCOUNT-MASTER and
      *> on the cross-reference file, and so for tax reporting. An
      *> overdraft link to another of the deceased's sole accounts is
      *> cleared when that account is frozen.
       PASS-ACCOUNT-TO-SURVIVOR.
           MOVE SURVIVOR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER
           MOVE DECEASED-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account " DECEASED-ACCOUNT-NUMBER
                       " not found."
               NOT INVALID KEY
                   MOVE SURVIVOR-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER
                   MOVE CM-CUSTOMER-NAME TO AM-OWNER-NAME
                   MOVE CM-TAX-ID        TO AM-TAX-ID
                   REWRITE ACCOUNT-MASTER-RECORD

                   MOVE DECEASED-ACCOUNT-NUMBER TO XR-ACCOUNT-NUMBER
                   MOVE SURVIVOR-CUSTOMER-NUMBER TO XR-CUSTOMER-NUMBER
                   READ ACCOUNT-XREF
                       NOT INVALID KEY
                           SET XR-ROLE-PRIMARY TO TRUE
                           REWRITE ACCOUNT-XREF-RECORD
                   END-READ
                   MOVE DECEASED-CUSTOMER-NUMBER TO XR-CUSTOMER-NUMBER
                   READ ACCOUNT-XREF
                       NOT INVALID KEY
                           DELETE ACCOUNT-XREF RECORD
                   END-READ

                   ADD 1 TO ACCOUNTS-TO-SURVIVOR
                   DISPLAY "Account " DECEASED-ACCOUNT-NUMBER
                       " passed to surviving owner "
                       SURVIVOR-CUSTOMER-NUMBER "."
                   MOVE AP-USER-ID     TO AL-USER-ID
                   MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
                   MOVE "OWNERSHIP PASSED TO SURVIVOR" TO AL-ACTION
                   MOVE DECEASED-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-READ.

       FREEZE-DECEASED-ACCOUNT.
           MOVE DECEASED-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE DECEASED-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account " DECEASED-ACCOUNT-NUMBER
                       " not found."
               NOT INVALID KEY
                   IF NOT AM-STATUS-FROZEN
                       MOVE AM-STATUS TO OLD-ACCOUNT-STATUS
                       MOVE "FROZEN"  TO ACCOUNT-STATUS
                       MOVE "FROZEN"  TO AM-STATUS
                       REWRITE ACCOUNT-MASTER-RECORD
                       PERFORM LOG-STATUS-CHANGE
                       ADD 1 TO ACCOUNTS-FROZEN
                       DISPLAY "Account " ACCOUNT-NUMBER " FROZEN."
                   END-IF
                   IF AM-ODP-ACCOUNT NOT = SPACES
                       PERFORM CLEAR-OVERDRAFT-LINK
                   END-IF
                   PERFORM CLEAR-LINKS-TO-DECEASED-ACCOUNT
                   PERFORM CANCEL-DECEASED-ORDERS
           END-READ.

      *> No other checking account may go on sweeping a frozen one.
       CLEAR-LINKS-TO-DECEASED-ACCOUNT.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-MASTER-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-MASTER-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-MASTER-RECORDS
               END-READ
               IF NOT NO-MORE-MASTER-RECS
                   IF AM-ODP-ACCOUNT = DECEASED-ACCOUNT-NUMBER
                       MOVE AM-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                       PERFORM CLEAR-OVERDRAFT-LINK
                   END-IF
               END-IF
           END-PERFORM
           MOVE DECEASED-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.

       CANCEL-DECEASED-ORDERS.
           MOVE 0 TO SO-ORDER-NUMBER
           START STANDING-ORDER-FILE KEY IS >= SO-ORDER-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-ORDER-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-ORDER-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-ORDER-RECORDS
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-ORDER-RECORDS
               END-READ
               IF NOT NO-MORE-ORDER-RECORDS
                   IF SO-ORDER-ACTIVE
                       AND (SO-SOURCE-ACCOUNT = DECEASED-ACCOUNT-NUMBER
                         OR SO-TARGET-ACCOUNT = DECEASED-ACCOUNT-NUMBER)
                       SET SO-ORDER-CANCELLED TO TRUE
                       REWRITE STANDING-ORDER-RECORD
                       ADD 1 TO ORDERS-CANCELLED
                       DISPLAY "Standing order " SO-ORDER-NUMBER
                           " cancelled."
                       MOVE AP-USER-ID     TO AL-USER-ID
                       MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
                       MOVE "STANDING ORDER CANCELLED" TO AL-ACTION
                       MOVE SO-SOURCE-ACCOUNT TO AL-ACCOUNT-NUMBER
                       CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       REMOVE-DECEASED-JOINT-OWNER.
           MOVE DECEASED-ACCOUNT-NUMBER  TO XR-ACCOUNT-NUMBER
           MOVE DECEASED-CUSTOMER-NUMBER TO XR-CUSTOMER-NUMBER
           READ ACCOUNT-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ACCOUNT-XREF RECORD
                   ADD 1 TO JOINT-ROLES-REMOVED
                   DISPLAY "Removed as joint owner of account "
                       DECEASED-ACCOUNT-NUMBER "."
                   MOVE AP-USER-ID     TO AL-USER-ID
                   MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
                   MOVE "DECEASED OWNER REMOVED" TO AL-ACTION
                   MOVE DECEASED-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-READ.

      *> Pays out the account of a deceased sole owner and closes it
      *> DECEASED. The ACTIVE beneficiaries' shares must total exactly
      *> 100%; each is paid their share of the balance by a withdrawal
      *> posting, rounded, with the last one taking the odd cent. With
      *> no beneficiaries on file the whole balance is paid to the
      *> estate's executor or administrator. Active holds must be
      *> released first.
       PAY-OUT-DECEASED-ACCOUNT.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           PERFORM READ-BENEFICIARY-ACCOUNT
           IF ACCOUNT-FOUND
               PERFORM COMPUTE-AVAILABLE-BALANCE
           END-IF

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " not found."
               WHEN AM-STATUS-CLOSED
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " is already closed."
               WHEN NOT OWNER-DECEASED
                   DISPLAY "The owner of account " ACCOUNT-NUMBER
                       " is not recorded as deceased."
               WHEN AM-TYPE-LOAN
                   DISPLAY "A LOAN account is settled against the"
                       " estate, not paid out."
               WHEN AM-CURRENT-BALANCE NOT > 0
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " has no balance to pay out."
                   DISPLAY "Close it with reason DECEASED."
               WHEN ACTIVE-HOLD-TOTAL > 0
                   DISPLAY "Account " ACCOUNT-NUMBER
                       " has active holds: " ACTIVE-HOLD-TOTAL
                   DISPLAY "Release the holds before payout."
               WHEN OTHER
                   PERFORM LIST-POD-BENEFICIARIES
                   IF BENEFICIARY-COUNT > 0
                           AND BENEFICIARY-SHARE-TOTAL NOT = 100
                       DISPLAY "Active beneficiary shares must total"
                           " 100% before payout."
                   ELSE
                       PERFORM CONFIRM-DECEASED-PAYOUT
                   END-IF
           END-EVALUATE.

       CONFIRM-DECEASED-PAYOUT.
           MOVE AM-CURRENT-BALANCE TO PAYOUT-BALANCE
           MOVE SPACES TO ESTATE-PAYEE-NAME
           IF BENEFICIARY-COUNT = 0
               DISPLAY "No beneficiaries named - the balance is paid"
                   " to the estate."
               DISPLAY "Enter Estate Payee (executor/administrator): "
               ACCEPT ESTATE-PAYEE-NAME
           END-IF

           IF BENEFICIARY-COUNT = 0 AND ESTATE-PAYEE-NAME = SPACES
               DISPLAY "An estate payee is required. No payout made."
           ELSE
               DISPLAY "Pay out " AM-CURRENT-BALANCE
                   " and close account " ACCOUNT-NUMBER "? (Y/N): "
               ACCEPT DECEASED-CONFIRM-ANSWER
               IF DECEASED-CONFIRM-ANSWER = "Y"
                       OR DECEASED-CONFIRM-ANSWER = "y"
                   IF BENEFICIARY-COUNT = 0
                       PERFORM PAY-DECEASED-ESTATE
                   ELSE
                       PERFORM PAY-POD-BENEFICIARIES
                   END-IF
                   PERFORM CLOSE-DECEASED-ACCOUNT
               ELSE
                   DISPLAY "No payout made."
               END-IF
           END-IF.

       PAY-POD-BENEFICIARIES.
           MOVE PAYOUT-BALANCE TO PAYOUT-REMAINING
           MOVE 0 TO BENEFICIARIES-PAID
           MOVE ACCOUNT-NUMBER TO PB-ACCOUNT-NUMBER
           MOVE 0 TO PB-BENEFICIARY-SEQ
           START POD-BENEFICIARY-FILE KEY IS >= PB-KEY
               INVALID KEY
                   MOVE "N" TO MORE-BENEFICIARY-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-BENEFICIARY-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-BENEFICIARIES
               READ POD-BENEFICIARY-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-BENEFICIARY-RECORDS
               END-READ
               IF NOT NO-MORE-BENEFICIARIES
                   IF PB-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                       MOVE "N" TO MORE-BENEFICIARY-RECORDS
                   ELSE
                       IF PB-ACTIVE
                           PERFORM PAY-ONE-BENEFICIARY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PAY-ONE-BENEFICIARY.
           ADD 1 TO BENEFICIARIES-PAID
           IF BENEFICIARIES-PAID = BENEFICIARY-COUNT
               MOVE PAYOUT-REMAINING TO PAYOUT-AMOUNT
           ELSE
               COMPUTE PAYOUT-AMOUNT ROUNDED =
                   PAYOUT-BALANCE * PB-SHARE-PERCENT / 100
           END-IF
           SUBTRACT PAYOUT-AMOUNT FROM PAYOUT-REMAINING

           MOVE SPACES TO PAYOUT-DESCRIPTION
           STRING "POD PAYOUT BENEF " PB-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO PAYOUT-DESCRIPTION
           MOVE "POD PAYOUT" TO PAYOUT-ACTION
           PERFORM POST-DECEASED-PAYOUT

           SET PB-PAID TO TRUE
           MOVE PAYOUT-AMOUNT TO PB-PAID-AMOUNT
           MOVE TODAYS-DATE   TO PB-PAID-DATE
           MOVE AP-USER-ID    TO PB-PAID-BY
           REWRITE POD-BENEFICIARY-RECORD
           DISPLAY "Paid " PAYOUT-AMOUNT " to " PB-BENEFICIARY-NAME.

      *> The estate payment is documented on the beneficiary file as
      *> an ESTATE record, already PAID, so the file shows where every
      *> deceased owner's balance went.
       PAY-DECEASED-ESTATE.
           MOVE PAYOUT-BALANCE TO PAYOUT-AMOUNT
           MOVE "ESTATE PAYOUT" TO PAYOUT-DESCRIPTION
           MOVE "ESTATE PAYOUT" TO PAYOUT-ACTION
           PERFORM POST-DECEASED-PAYOUT

           MOVE SPACES TO POD-BENEFICIARY-RECORD
           MOVE ACCOUNT-NUMBER    TO PB-ACCOUNT-NUMBER
           COMPUTE PB-BENEFICIARY-SEQ = LAST-BENEFICIARY-SEQ + 1
           MOVE ESTATE-PAYEE-NAME TO PB-BENEFICIARY-NAME
           SET PB-RELATION-ESTATE TO TRUE
           MOVE 100               TO PB-SHARE-PERCENT
           SET PB-PAID            TO TRUE
           MOVE TODAYS-DATE       TO PB-ADDED-DATE
           MOVE AP-USER-ID        TO PB-ADDED-BY
           MOVE PAYOUT-AMOUNT     TO PB-PAID-AMOUNT
           MOVE TODAYS-DATE       TO PB-PAID-DATE
           MOVE AP-USER-ID        TO PB-PAID-BY
           WRITE POD-BENEFICIARY-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the estate payment on"
                       " the beneficiary file."
           END-WRITE
           DISPLAY "Paid " PAYOUT-AMOUNT " to " ESTATE-PAYEE-NAME.

       POST-DECEASED-PAYOUT.
           SUBTRACT PAYOUT-AMOUNT FROM AM-CURRENT-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD

           MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
           MOVE TODAYS-DATE          TO TX-DATE
           SET TX-TYPE-WITHDRAWAL    TO TRUE
           MOVE PAYOUT-DESCRIPTION   TO TX-DESCRIPTION
           COMPUTE TX-AMOUNT = PAYOUT-AMOUNT * -1
           MOVE AM-CURRENT-BALANCE   TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED       TO TRUE
           MOVE AP-USER-ID           TO TX-POSTED-BY
           MOVE SPACES               TO TX-ORIGINAL-TYPE
           MOVE SPACES               TO TX-CHECK-NUMBER
           MOVE AP-BRANCH-CODE       TO TX-BRANCH-CODE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to post payout for "
                       ACCOUNT-NUMBER "."
           END-WRITE

           MOVE AP-USER-ID     TO AL-USER-ID
           MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
           MOVE PAYOUT-ACTION  TO AL-ACTION
           MOVE ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       CLOSE-DECEASED-ACCOUNT.
           MOVE AM-STATUS TO OLD-ACCOUNT-STATUS
           MOVE "CLOSED"  TO ACCOUNT-STATUS
           SET AM-STATUS-CLOSED TO TRUE
           MOVE TODAYS-DATE TO AM-CLOSE-DATE
           MOVE "DECEASED"  TO AM-CLOSURE-REASON
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM LOG-STATUS-CHANGE
           DISPLAY "Account " ACCOUNT-NUMBER " closed."
           MOVE AP-USER-ID       TO AL-USER-ID
           MOVE "ACCTMGMT"       TO AL-PROGRAM-NAME
           MOVE "ACCOUNT CLOSED" TO AL-ACTION
           MOVE ACCOUNT-NUMBER   TO AL-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      *> Official (cashier's) checks are drawn on the bank itself.
      *> The purchaser pays by debit to a checking or savings account
      *> or in cash at the window; either way the check is entered on
      *> the official check register under the next serial number,
      *> and it stays OUTSTANDING - a liability of the bank - until
      *> it comes back paid through OCPAID, is void or reissued here,
      *> or is remitted to the state by ESCHEAT. Voiding and
      *> reissuing are supervisor actions.
       OFFICIAL-CHECK-MAINTENANCE.
           DISPLAY "-------------------------------------"
           DISPLAY "Official Checks:"
           DISPLAY " 1 - Look Up an Official Check"
           DISPLAY " 2 - Issue an Official Check"
           DISPLAY " 3 - Void an Official Check"
           DISPLAY " 4 - Reissue an Official Check"
           PERFORM ACCEPT-SERVICES-CHOICE

           EVALUATE SERVICES-CHOICE
               WHEN 1
                   PERFORM READ-OFFICIAL-CHECK
                   IF OFFICIAL-CHECK-FOUND
                       PERFORM DISPLAY-OFFICIAL-CHECK
                   END-IF
               WHEN 2
                   PERFORM ISSUE-OFFICIAL-CHECK
               WHEN 3
                   IF AP-ROLE-SUPERVISOR
                       PERFORM VOID-OFFICIAL-CHECK
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN 4
                   IF AP-ROLE-SUPERVISOR
                       PERFORM REISSUE-OFFICIAL-CHECK
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN OTHER
                   DISPLAY "No official check change made."
           END-EVALUATE
           MOVE 0 TO SERVICES-CHOICE.

       READ-OFFICIAL-CHECK.
           DISPLAY "Enter Official Check Serial Number: "
           ACCEPT ENTERED-SERIAL-NUMBER
           MOVE ENTERED-SERIAL-NUMBER TO OC-SERIAL-NUMBER
           MOVE "N" TO OFFICIAL-CHECK-FOUND-FLAG
           READ OFFICIAL-CHECK-FILE
               INVALID KEY
                   DISPLAY "Official check " ENTERED-SERIAL-NUMBER
                       " is not on the register."
               NOT INVALID KEY
                   MOVE "Y" TO OFFICIAL-CHECK-FOUND-FLAG
           END-READ.

       DISPLAY-OFFICIAL-CHECK.
           DISPLAY "-------------------------------------"
           DISPLAY "Serial Number : " OC-SERIAL-NUMBER
           DISPLAY "Payee         : " OC-PAYEE-NAME
           DISPLAY "Remitter      : " OC-REMITTER-NAME
           DISPLAY "Amount        : " OC-AMOUNT
           DISPLAY "Issued        : " OC-ISSUE-DATE " by "
               OC-ISSUED-BY " at branch " OC-BRANCH-CODE
           IF OC-FUNDING-ACCOUNT = SPACES
               DISPLAY "Paid For By   : cash"
           ELSE
               DISPLAY "Paid For By   : account " OC-FUNDING-ACCOUNT
           END-IF
           DISPLAY "Status        : " FUNCTION TRIM(OC-STATUS)
           IF NOT OC-OUTSTANDING
               DISPLAY "                " OC-STATUS-DATE " by "
                   OC-STATUS-BY
           END-IF
           IF OC-REPLACES-SERIAL NOT = 0
               DISPLAY "Replaces      : " OC-REPLACES-SERIAL
           END-IF
           IF OC-REPLACED-BY-SERIAL NOT = 0
               DISPLAY "Replaced By   : " OC-REPLACED-BY-SERIAL
           END-IF.

       ISSUE-OFFICIAL-CHECK.
           MOVE "N" TO OFFICIAL-CHECK-OK-FLAG
           DISPLAY "Pay for the check by (A)ccount debit or (C)ash: "
           ACCEPT OFFICIAL-CHECK-METHOD
           EVALUATE OFFICIAL-CHECK-METHOD
               WHEN "A"
               WHEN "a"
                   PERFORM VALIDATE-OFFICIAL-CHECK-DEBIT
               WHEN "C"
               WHEN "c"
                   PERFORM VALIDATE-OFFICIAL-CHECK-CASH
               WHEN OTHER
                   DISPLAY "No official check issued."
           END-EVALUATE

           IF OFFICIAL-CHECK-VALIDATED
               ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
               PERFORM BUILD-OFFICIAL-CHECK-RECORD
               WRITE OFFICIAL-CHECK-RECORD
                   INVALID KEY
                       DISPLAY "Unable to enter official check "
                           OC-SERIAL-NUMBER " on the register."
                   NOT INVALID KEY
                       IF OC-ISSUED-BY-DEBIT
                           COMPUTE OFFICIAL-CHECK-AMOUNT =
                               ENTERED-AMOUNT * -1
                           MOVE SPACES TO OFFICIAL-CHECK-DESCRIPTION
                           STRING "OFC CHK " OC-SERIAL-NUMBER
                               DELIMITED BY SIZE
                               INTO OFFICIAL-CHECK-DESCRIPTION
                           PERFORM POST-OFFICIAL-CHECK-ENTRY
                       ELSE
                           DISPLAY "Collect " ENTERED-AMOUNT
                               " in cash from the purchaser."
                       END-IF
                       DISPLAY "Official check " OC-SERIAL-NUMBER
                           " issued payable to "
                           FUNCTION TRIM(OC-PAYEE-NAME) "."
                       MOVE AP-USER-ID         TO AL-USER-ID
                       MOVE "ACCTMGMT"         TO AL-PROGRAM-NAME
                       MOVE "OFFICIAL CHECK ISSUED" TO AL-ACTION
                       MOVE OC-FUNDING-ACCOUNT TO AL-ACCOUNT-NUMBER
                       CALL "AUDITLOG" USING AUDIT-LOG-RECORD
               END-WRITE
           END-IF.

      *> The purchase comes out of available funds like any other
      *> withdrawal. CD money is drawn through a withdrawal, so the
      *> early-withdrawal penalty applies, and a loan has no funds.
       VALIDATE-OFFICIAL-CHECK-DEBIT.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           MOVE ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " not found."
               WHEN NOT AM-STATUS-ACTIVE
                   DISPLAY "Account " ACCOUNT-NUMBER " is "
                       FUNCTION TRIM(AM-STATUS)
                       " - transactions are not permitted."
               WHEN NOT AM-TYPE-CHECKING AND NOT AM-TYPE-SAVINGS
                   DISPLAY "Official checks are paid for from a"
                       " checking or savings account only."
               WHEN OTHER
                   MOVE "A" TO OFFICIAL-CHECK-METHOD
                   MOVE AM-OWNER-NAME TO OFFICIAL-REMITTER-NAME
                   PERFORM ACCEPT-OFFICIAL-CHECK-TERMS
                   IF OFFICIAL-CHECK-VALIDATED
                       PERFORM COMPUTE-AVAILABLE-BALANCE
                       IF ENTERED-AMOUNT > AVAILABLE-BALANCE
                           DISPLAY "Check amount exceeds the"
                               " available balance of "
                               AVAILABLE-BALANCE "."
                           MOVE "N" TO OFFICIAL-CHECK-OK-FLAG
                       END-IF
                   END-IF
           END-EVALUATE.

       VALIDATE-OFFICIAL-CHECK-CASH.
           MOVE "C" TO OFFICIAL-CHECK-METHOD
           MOVE SPACES TO ACCOUNT-NUMBER
           DISPLAY "Enter Purchaser Name: "
           ACCEPT OFFICIAL-REMITTER-NAME
           IF OFFICIAL-REMITTER-NAME = SPACES
               DISPLAY "A purchaser name is required."
           ELSE
               PERFORM ACCEPT-OFFICIAL-CHECK-TERMS
           END-IF.

       ACCEPT-OFFICIAL-CHECK-TERMS.
           DISPLAY "Enter Payee Name: "
           ACCEPT OFFICIAL-PAYEE-NAME
           DISPLAY "Enter Check Amount: "
           ACCEPT ENTERED-AMOUNT
           EVALUATE TRUE
               WHEN OFFICIAL-PAYEE-NAME = SPACES
                   DISPLAY "A payee name is required."
               WHEN ENTERED-AMOUNT = 0
                   DISPLAY "Check amount must be greater than zero."
               WHEN OTHER
                   MOVE "Y" TO OFFICIAL-CHECK-OK-FLAG
           END-EVALUATE.

      *> Builds a new OUTSTANDING register entry under the next
      *> serial number from the method, payee, remitter, amount and
      *> funding account (blank for cash) already set up.
       BUILD-OFFICIAL-CHECK-RECORD.
           MOVE SPACES TO OFFICIAL-CHECK-RECORD
           PERFORM ASSIGN-NEXT-SERIAL-NUMBER
           MOVE OFFICIAL-PAYEE-NAME    TO OC-PAYEE-NAME
           MOVE OFFICIAL-REMITTER-NAME TO OC-REMITTER-NAME
           MOVE ENTERED-AMOUNT         TO OC-AMOUNT
           MOVE TODAYS-DATE            TO OC-ISSUE-DATE
           MOVE AP-USER-ID             TO OC-ISSUED-BY
           MOVE AP-BRANCH-CODE         TO OC-BRANCH-CODE
           MOVE OFFICIAL-CHECK-METHOD  TO OC-ISSUE-METHOD
           MOVE ACCOUNT-NUMBER         TO OC-FUNDING-ACCOUNT
           SET OC-OUTSTANDING          TO TRUE
           MOVE 0                      TO OC-STATUS-DATE
           MOVE SPACES                 TO OC-STATUS-BY
           SET OC-NO-REFUND            TO TRUE
           MOVE 0                      TO OC-REPLACES-SERIAL
           MOVE 0                      TO OC-REPLACED-BY-SERIAL.

       ASSIGN-NEXT-SERIAL-NUMBER.
           MOVE "OCHK" TO AC-CONTROL-KEY
           READ ACCOUNT-CONTROL
               INVALID KEY
                   MOVE 0 TO AC-LAST-ACCOUNT-NUMBER
           END-READ

           ADD 1 TO AC-LAST-ACCOUNT-NUMBER
           MOVE AC-LAST-ACCOUNT-NUMBER TO OC-SERIAL-NUMBER

           IF ACCOUNT-CONTROL-STATUS = "23"
               WRITE ACCOUNT-CONTROL-RECORD
           ELSE
               REWRITE ACCOUNT-CONTROL-RECORD
           END-IF.

      *> Posts OFFICIAL-CHECK-AMOUNT - negative for a purchase,
      *> positive for the refund of a void check - to the account
      *> now on ACCOUNT-MASTER-RECORD.
       POST-OFFICIAL-CHECK-ENTRY.
           ADD OFFICIAL-CHECK-AMOUNT TO AM-CURRENT-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD

           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
           MOVE TODAYS-DATE          TO TX-DATE
           SET TX-TYPE-OFFICIAL-CHECK TO TRUE
           MOVE OFFICIAL-CHECK-DESCRIPTION TO TX-DESCRIPTION
           MOVE OFFICIAL-CHECK-AMOUNT TO TX-AMOUNT
           MOVE AM-CURRENT-BALANCE   TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED       TO TRUE
           MOVE AP-USER-ID           TO TX-POSTED-BY
           MOVE SPACES               TO TX-ORIGINAL-TYPE
           MOVE SPACES               TO TX-CHECK-NUMBER
           MOVE AP-BRANCH-CODE       TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to post official check entry for "
                       AM-ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   DISPLAY "Account " AM-ACCOUNT-NUMBER
                   DISPLAY "New balance: " AM-CURRENT-BALANCE
           END-WRITE.

      *> A void check is refunded to the account that paid for it;
      *> a cash purchase - or one whose account has since closed -
      *> is refunded in cash at the window.
       VOID-OFFICIAL-CHECK.
           PERFORM READ-OFFICIAL-CHECK
           IF OFFICIAL-CHECK-FOUND
               PERFORM DISPLAY-OFFICIAL-CHECK
               IF NOT OC-OUTSTANDING
                   DISPLAY "Only an outstanding check can be voided."
               ELSE
                   DISPLAY "Void this check and refund the purchaser?"
                       " (Y/N): "
                   ACCEPT OFFICIAL-CONFIRM-ANSWER
                   IF OFFICIAL-CONFIRM-ANSWER = "Y" OR "y"
                       PERFORM REFUND-VOID-OFFICIAL-CHECK
                   ELSE
                       DISPLAY "Check not voided."
                   END-IF
               END-IF
           END-IF.

       REFUND-VOID-OFFICIAL-CHECK.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           SET OC-REFUND-IN-CASH TO TRUE
           MOVE OC-FUNDING-ACCOUNT TO ACCOUNT-NUMBER
           IF OC-FUNDING-ACCOUNT NOT = SPACES
               MOVE OC-FUNDING-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT AM-STATUS-CLOSED
                           SET OC-REFUND-TO-ACCOUNT TO TRUE
                       END-IF
               END-READ
               IF OC-REFUND-IN-CASH
                   DISPLAY "Account " OC-FUNDING-ACCOUNT
                       " is closed - the refund is paid in cash."
               END-IF
           END-IF

           SET OC-VOID TO TRUE
           MOVE TODAYS-DATE TO OC-STATUS-DATE
           MOVE AP-USER-ID  TO OC-STATUS-BY
           REWRITE OFFICIAL-CHECK-RECORD

           IF OC-REFUND-TO-ACCOUNT
               MOVE OC-AMOUNT TO OFFICIAL-CHECK-AMOUNT
               MOVE SPACES TO OFFICIAL-CHECK-DESCRIPTION
               STRING "OFC VOID " OC-SERIAL-NUMBER
                   DELIMITED BY SIZE INTO OFFICIAL-CHECK-DESCRIPTION
               PERFORM POST-OFFICIAL-CHECK-ENTRY
           ELSE
               DISPLAY "Pay " OC-AMOUNT " in cash to the purchaser."
           END-IF
           DISPLAY "Official check " OC-SERIAL-NUMBER
               " has been voided."

           MOVE AP-USER-ID     TO AL-USER-ID
           MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
           MOVE "OFFICIAL CHECK VOIDED" TO AL-ACTION
           MOVE ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      *> A lost or misdrawn check is replaced by a new one for the
      *> same amount under a new serial number, to the same payee or
      *> a corrected one. No money moves: the replacement takes the
      *> original's place on the register, and each points at the
      *> other.
       REISSUE-OFFICIAL-CHECK.
           PERFORM READ-OFFICIAL-CHECK
           IF OFFICIAL-CHECK-FOUND
               PERFORM DISPLAY-OFFICIAL-CHECK
               IF NOT OC-OUTSTANDING
                   DISPLAY "Only an outstanding check can be"
                       " reissued."
               ELSE
                   MOVE OC-SERIAL-NUMBER   TO ORIGINAL-SERIAL-NUMBER
                   MOVE OC-PAYEE-NAME      TO OFFICIAL-PAYEE-NAME
                   MOVE OC-REMITTER-NAME   TO OFFICIAL-REMITTER-NAME
                   MOVE OC-AMOUNT          TO ENTERED-AMOUNT
                   MOVE OC-FUNDING-ACCOUNT TO ACCOUNT-NUMBER
                   DISPLAY "Enter corrected Payee Name"
                       " (blank to keep): "
                   ACCEPT CORRECTED-PAYEE-NAME
                   IF CORRECTED-PAYEE-NAME NOT = SPACES
                       MOVE CORRECTED-PAYEE-NAME
                           TO OFFICIAL-PAYEE-NAME
                   END-IF
                   DISPLAY "Reissue this check? (Y/N): "
                   ACCEPT OFFICIAL-CONFIRM-ANSWER
                   IF OFFICIAL-CONFIRM-ANSWER = "Y" OR "y"
                       PERFORM WRITE-REPLACEMENT-CHECK
                   ELSE
                       DISPLAY "Check not reissued."
                   END-IF
               END-IF
           END-IF.

       WRITE-REPLACEMENT-CHECK.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE "R" TO OFFICIAL-CHECK-METHOD
           PERFORM BUILD-OFFICIAL-CHECK-RECORD
           MOVE ORIGINAL-SERIAL-NUMBER TO OC-REPLACES-SERIAL
           MOVE OC-SERIAL-NUMBER TO REPLACEMENT-SERIAL-NUMBER
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY "Unable to enter official check "
                       OC-SERIAL-NUMBER " on the register."
               NOT INVALID KEY
                   PERFORM MARK-CHECK-REISSUED
           END-WRITE.

       MARK-CHECK-REISSUED.
           MOVE ORIGINAL-SERIAL-NUMBER TO OC-SERIAL-NUMBER
           READ OFFICIAL-CHECK-FILE
               INVALID KEY
                   DISPLAY "Official check " ORIGINAL-SERIAL-NUMBER
                       " is no longer on the register."
               NOT INVALID KEY
                   SET OC-REISSUED TO TRUE
                   MOVE TODAYS-DATE TO OC-STATUS-DATE
                   MOVE AP-USER-ID  TO OC-STATUS-BY
                   SET OC-NO-REFUND TO TRUE
                   MOVE REPLACEMENT-SERIAL-NUMBER
                       TO OC-REPLACED-BY-SERIAL
                   REWRITE OFFICIAL-CHECK-RECORD
           END-READ

           DISPLAY "Official check " REPLACEMENT-SERIAL-NUMBER
               " issued to replace " ORIGINAL-SERIAL-NUMBER "."
           MOVE AP-USER-ID     TO AL-USER-ID
           MOVE "ACCTMGMT"     TO AL-PROGRAM-NAME
           MOVE "OFFICIAL CHECK REISSUED" TO AL-ACTION
           MOVE ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      *> Electronic funds transfer disputes. A case is opened against
      *> the disputed posting's TX-KEY and its deadlines are set from
      *> the date the customer reported it. Provisional credit can be
      *> given here ahead of its due date - DISPAGE posts it on the
      *> due date if it has not been - and the case is resolved here
      *> either way. Giving credit and resolving are supervisor-only.
       DISPUTE-CASE-MAINTENANCE.
           DISPLAY "-------------------------------------"
           DISPLAY "Electronic Transfer Disputes:"
           DISPLAY " 1 - List Disputes on an Account"
           DISPLAY " 2 - Look Up a Dispute Case"
           DISPLAY " 3 - Open a Dispute Case"
           DISPLAY " 4 - Give Provisional Credit"
           DISPLAY " 5 - Resolve a Dispute Case"
           PERFORM ACCEPT-SERVICES-CHOICE

           EVALUATE SERVICES-CHOICE
               WHEN 1
                   PERFORM LIST-ACCOUNT-DISPUTES
               WHEN 2
                   PERFORM READ-DISPUTE-CASE
                   IF DISPUTE-CASE-FOUND
                       PERFORM DISPLAY-DISPUTE-CASE
                   END-IF
               WHEN 3
                   PERFORM OPEN-DISPUTE-CASE
               WHEN 4
                   IF AP-ROLE-SUPERVISOR
                       PERFORM GIVE-PROVISIONAL-CREDIT
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN 5
                   IF AP-ROLE-SUPERVISOR
                       PERFORM RESOLVE-DISPUTE-CASE
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN OTHER
                   DISPLAY "No dispute case change made."
           END-EVALUATE
           MOVE 0 TO SERVICES-CHOICE.

       LIST-ACCOUNT-DISPUTES.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           MOVE 0 TO DISPUTES-LISTED
           MOVE ACCOUNT-NUMBER TO DC-ACCOUNT-NUMBER
           START DISPUTE-CASE-FILE KEY IS >= DC-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-DISPUTE-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-DISPUTE-RECORDS
           END-START

           DISPLAY "-------------------------------------"
           DISPLAY "CASE       POSTNG CLAIMED  AMOUNT       STATUS"
           PERFORM READ-NEXT-ACCOUNT-DISPUTE
               UNTIL NO-MORE-DISPUTE-RECORDS

           IF DISPUTES-LISTED = 0
               DISPLAY "No dispute cases on file for this account."
           END-IF.

       READ-NEXT-ACCOUNT-DISPUTE.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-DISPUTE-RECORDS
           END-READ

           IF NOT NO-MORE-DISPUTE-RECORDS
               IF DC-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                   MOVE "N" TO MORE-DISPUTE-RECORDS
               ELSE
                   ADD 1 TO DISPUTES-LISTED
                   DISPLAY DC-CASE-NUMBER " " DC-TX-SEQUENCE-NUMBER
                       " " DC-CLAIM-DATE " " DC-CLAIM-AMOUNT " "
                       DC-STATUS
               END-IF
           END-IF.

       READ-DISPUTE-CASE.
           DISPLAY "Enter Dispute Case Number: "
           ACCEPT ENTERED-CASE-NUMBER
           MOVE ENTERED-CASE-NUMBER TO DC-CASE-NUMBER
           MOVE "N" TO DISPUTE-CASE-FOUND-FLAG
           READ DISPUTE-CASE-FILE
               INVALID KEY
                   DISPLAY "Dispute case " ENTERED-CASE-NUMBER
                       " is not on file."
               NOT INVALID KEY
                   MOVE "Y" TO DISPUTE-CASE-FOUND-FLAG
           END-READ.

       DISPLAY-DISPUTE-CASE.
           DISPLAY "-------------------------------------"
           DISPLAY "Case Number   : " DC-CASE-NUMBER
           DISPLAY "Account       : " DC-ACCOUNT-NUMBER
               " posting " DC-TX-SEQUENCE-NUMBER
           DISPLAY "Posting       : " DC-TX-DATE " " DC-TX-TYPE
               " " DC-TX-AMOUNT
           DISPLAY "Claimed       : " DC-CLAIM-AMOUNT " reported "
               DC-CLAIM-DATE " reason " DC-REASON-CODE
           DISPLAY "Opened By     : " DC-OPENED-BY " at branch "
               DC-BRANCH-CODE
           DISPLAY "Credit Due By : " DC-PROVISIONAL-DUE-DATE
           DISPLAY "Resolve By    : " DC-FINAL-DUE-DATE
           IF DC-NEW-ACCOUNT-PERIODS
               DISPLAY "                (new account periods)"
           END-IF
           IF DC-POS-FOREIGN-PERIODS
               DISPLAY "                (point-of-sale/foreign"
                   " period)"
           END-IF
           DISPLAY "Status        : " FUNCTION TRIM(DC-STATUS)
           IF DC-PROVISIONAL-DATE NOT = 0
               DISPLAY "Prov. Credit  : " DC-PROVISIONAL-DATE " by "
                   DC-PROVISIONAL-BY " posting "
                   DC-PROVISIONAL-SEQUENCE
           END-IF
           IF DC-RESOLUTION-DATE NOT = 0
               DISPLAY "Resolved      : " DC-RESOLUTION-DATE " by "
                   DC-RESOLVED-BY
           END-IF
           IF DC-REVERSAL-DATE NOT = 0
               DISPLAY "Credit Reversal: " DC-REVERSAL-DATE
           END-IF.

       OPEN-DISPUTE-CASE.
           DISPLAY "Enter Account Number: "
           ACCEPT ACCOUNT-NUMBER
           DISPLAY "Enter Transaction Sequence Number: "
           ACCEPT ENTERED-SEQUENCE

           PERFORM CHECK-DISPUTE-CANDIDATE
           IF DISPUTE-VALIDATED
               PERFORM ACCEPT-DISPUTE-CLAIM
           END-IF
           IF DISPUTE-VALIDATED
               PERFORM WRITE-NEW-DISPUTE-CASE
           END-IF.

      *> The disputed posting must be a customer posting on a
      *> checking or savings account that has not been backed out
      *> and has never been disputed before. Corrections and items
      *> with screens of their own cannot be disputed here.
       CHECK-DISPUTE-CANDIDATE.
           MOVE "N" TO DISPUTE-OK-FLAG
           MOVE ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           MOVE ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE ENTERED-SEQUENCE  TO TX-SEQUENCE-NUMBER
           MOVE "N" TO TRANSACTION-FOUND-FLAG
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TRANSACTION-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " ACCOUNT-NUMBER " not found."
               WHEN NOT AM-TYPE-CHECKING AND NOT AM-TYPE-SAVINGS
                   DISPLAY "Transfer disputes are taken on checking"
                       " and savings accounts only."
               WHEN NOT TRANSACTION-FOUND
                   DISPLAY "Transaction " ENTERED-SEQUENCE
                       " not found for account " ACCOUNT-NUMBER "."
               WHEN TX-TYPE-REVERSAL OR TX-TYPE-DISPUTE-CREDIT
                   DISPLAY "Reversals and dispute credits are"
                       " corrections and cannot be disputed."
               WHEN TX-REVERSED
                   DISPLAY "Transaction " ENTERED-SEQUENCE
                       " has already been reversed."
               WHEN TX-TYPE-CHARGE-OFF OR TX-TYPE-RECOVERY
                       OR TX-TYPE-OFFICIAL-CHECK
                       OR TX-TYPE-LEGAL-PAYMENT
                   DISPLAY "Charge-offs, recoveries, official check"
                       " and legal order postings cannot be"
                       " disputed here."
               WHEN OTHER
                   PERFORM CHECK-FOR-EXISTING-DISPUTE
                   IF DISPUTE-CASE-FOUND
                       DISPLAY "Transaction " ENTERED-SEQUENCE
                           " is already disputed on case "
                           EXISTING-CASE-NUMBER "."
                   ELSE
                       MOVE "Y" TO DISPUTE-OK-FLAG
                   END-IF
           END-EVALUATE.

       CHECK-FOR-EXISTING-DISPUTE.
           MOVE "N" TO DISPUTE-CASE-FOUND-FLAG
           MOVE ACCOUNT-NUMBER TO DC-ACCOUNT-NUMBER
           START DISPUTE-CASE-FILE KEY IS >= DC-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-DISPUTE-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-DISPUTE-RECORDS
           END-START

           PERFORM SCAN-ACCOUNT-DISPUTES
               UNTIL NO-MORE-DISPUTE-RECORDS.

       SCAN-ACCOUNT-DISPUTES.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-DISPUTE-RECORDS
           END-READ

           IF NOT NO-MORE-DISPUTE-RECORDS
               IF DC-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                   MOVE "N" TO MORE-DISPUTE-RECORDS
               ELSE
                   IF DC-TX-SEQUENCE-NUMBER = ENTERED-SEQUENCE
                       MOVE DC-CASE-NUMBER TO EXISTING-CASE-NUMBER
                       MOVE "Y" TO DISPUTE-CASE-FOUND-FLAG
                       MOVE "N" TO MORE-DISPUTE-RECORDS
                   END-IF
               END-IF
           END-IF.

      *> The claim may be for the whole posting or part of it, and
      *> runs from the day the customer reported it - today, or an
      *> earlier day when a claim taken by phone or letter is keyed
      *> late.
       ACCEPT-DISPUTE-CLAIM.
           MOVE "N" TO DISPUTE-OK-FLAG
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TX-AMOUNT TO DISPUTED-POSTING-AMOUNT
           IF DISPUTED-POSTING-AMOUNT < 0
               COMPUTE DISPUTED-POSTING-AMOUNT =
                   DISPUTED-POSTING-AMOUNT * -1
           END-IF
           DISPLAY "Posting: " TX-DATE " " TX-TYPE " " TX-AMOUNT
               " " TX-DESCRIPTION

           DISPLAY "Enter Amount in Dispute (0 for the whole"
               " posting): "
           ACCEPT ENTERED-CLAIM-AMOUNT
           IF ENTERED-CLAIM-AMOUNT = 0
               MOVE DISPUTED-POSTING-AMOUNT TO ENTERED-CLAIM-AMOUNT
           END-IF
           DISPLAY "Enter Date Reported by Customer"
               " (YYYYMMDD, 0 for today): "
           ACCEPT ENTERED-CLAIM-DATE
           IF ENTERED-CLAIM-DATE = 0
               MOVE TODAYS-DATE TO ENTERED-CLAIM-DATE
           END-IF
           DISPLAY "Enter Reason (UNAUTH, AMOUNT, DUPLICAT,"
               " NOTRCVD, NOCREDIT, OTHER): "
           ACCEPT ENTERED-REASON-CODE
           MOVE ENTERED-REASON-CODE TO DC-REASON-CODE
           DISPLAY "Point-of-sale or foreign-initiated transfer?"
               " (Y/N): "
           ACCEPT POS-FOREIGN-ANSWER

           EVALUATE TRUE
               WHEN ENTERED-CLAIM-AMOUNT > DISPUTED-POSTING-AMOUNT
                   DISPLAY "The amount in dispute cannot exceed the"
                       " posting amount of " DISPUTED-POSTING-AMOUNT
                       "."
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ENTERED-CLAIM-DATE)
                       NOT = 0
                   DISPLAY "Date reported is not a valid date."
               WHEN ENTERED-CLAIM-DATE > TODAYS-DATE
                   DISPLAY "Date reported cannot be in the future."
               WHEN ENTERED-CLAIM-DATE < TX-DATE
                   DISPLAY "Date reported cannot be before the"
                       " posting date " TX-DATE "."
               WHEN NOT DC-REASON-IS-VALID
                   DISPLAY "Reason must be UNAUTH, AMOUNT, DUPLICAT,"
                       " NOTRCVD, NOCREDIT or OTHER."
               WHEN OTHER
                   MOVE "Y" TO DISPUTE-OK-FLAG
           END-EVALUATE.

       WRITE-NEW-DISPUTE-CASE.
           MOVE SPACES TO DISPUTE-CASE-RECORD
           PERFORM ASSIGN-NEXT-CASE-NUMBER
           MOVE ACCOUNT-NUMBER       TO DC-ACCOUNT-NUMBER
           MOVE ENTERED-SEQUENCE     TO DC-TX-SEQUENCE-NUMBER
           MOVE TX-DATE              TO DC-TX-DATE
           MOVE TX-TYPE              TO DC-TX-TYPE
           MOVE TX-AMOUNT            TO DC-TX-AMOUNT
           MOVE ENTERED-CLAIM-AMOUNT TO DC-CLAIM-AMOUNT
           MOVE ENTERED-CLAIM-DATE   TO DC-CLAIM-DATE
           MOVE ENTERED-REASON-CODE  TO DC-REASON-CODE
           PERFORM SET-DISPUTE-DEADLINES
           MOVE AP-USER-ID           TO DC-OPENED-BY
           MOVE AP-BRANCH-CODE       TO DC-BRANCH-CODE
           SET DC-OPEN               TO TRUE
           MOVE 0                    TO DC-PROVISIONAL-DATE
           MOVE 0                    TO DC-PROVISIONAL-SEQUENCE
           MOVE SPACES               TO DC-PROVISIONAL-BY
           MOVE 0                    TO DC-RESOLUTION-DATE
           MOVE SPACES               TO DC-RESOLVED-BY
           MOVE 0                    TO DC-REVERSAL-DATE
           SET DC-NO-NOTICE          TO TRUE
           MOVE 0                    TO DC-NOTICE-DATE

           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "Unable to open dispute case "
                       DC-CASE-NUMBER "."
               NOT INVALID KEY
                   DISPLAY "Dispute case " DC-CASE-NUMBER " opened."
                   DISPLAY "Provisional credit is due by "
                       DC-PROVISIONAL-DUE-DATE
                       " unless the case is resolved first."
                   DISPLAY "The case must be resolved by "
                       DC-FINAL-DUE-DATE "."
                   MOVE AP-USER-ID        TO AL-USER-ID
                   MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
                   MOVE "DISPUTE CASE OPENED" TO AL-ACTION
                   MOVE ACCOUNT-NUMBER    TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

      *> Provisional credit is due 10 business days after the claim
      *> and the case must be resolved within 45 calendar days. An
      *> account opened less than 30 days before the claim gets 20
      *> business days and 90 calendar days; a point-of-sale or
      *> foreign-initiated transfer gets 90 calendar days. The
      *> account record is still the one CHECK-DISPUTE-CANDIDATE
      *> read.
       SET-DISPUTE-DEADLINES.
           MOVE 99999 TO ACCOUNT-AGE-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(AM-OPEN-DATE) = 0
               COMPUTE ACCOUNT-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(DC-CLAIM-DATE)
                   - FUNCTION INTEGER-OF-DATE(AM-OPEN-DATE)
           END-IF

           EVALUATE TRUE
               WHEN ACCOUNT-AGE-DAYS < 30
                   SET DC-NEW-ACCOUNT-PERIODS TO TRUE
                   MOVE 20 TO BUSINESS-DAYS-TO-ADD
                   MOVE 90 TO FINAL-PERIOD-DAYS
               WHEN POS-FOREIGN-ANSWER = "Y" OR "y"
                   SET DC-POS-FOREIGN-PERIODS TO TRUE
                   MOVE 10 TO BUSINESS-DAYS-TO-ADD
                   MOVE 90 TO FINAL-PERIOD-DAYS
               WHEN OTHER
                   SET DC-STANDARD-PERIODS TO TRUE
                   MOVE 10 TO BUSINESS-DAYS-TO-ADD
                   MOVE 45 TO FINAL-PERIOD-DAYS
           END-EVALUATE

           MOVE DC-CLAIM-DATE TO BUSINESS-DAY-START
           PERFORM ADD-BUSINESS-DAYS
           MOVE BUSINESS-DAY-RESULT TO DC-PROVISIONAL-DUE-DATE
           COMPUTE DC-FINAL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DC-CLAIM-DATE)
               + FINAL-PERIOD-DAYS).

      *> Day 1 of the integer calendar, 1 January 1601, was a
      *> Monday, so day numbers 1 to 5 modulo 7 are Monday to Friday.
       ADD-BUSINESS-DAYS.
           COMPUTE BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DAY-START)
           MOVE 0 TO BUSINESS-DAYS-COUNTED
           PERFORM COUNT-ONE-BUSINESS-DAY
               UNTIL BUSINESS-DAYS-COUNTED = BUSINESS-DAYS-TO-ADD
           COMPUTE BUSINESS-DAY-RESULT =
               FUNCTION DATE-OF-INTEGER(BUSINESS-DAY-NUMBER).

       COUNT-ONE-BUSINESS-DAY.
           ADD 1 TO BUSINESS-DAY-NUMBER
           COMPUTE WEEKDAY-NUMBER =
               FUNCTION MOD(BUSINESS-DAY-NUMBER, 7)
           IF WEEKDAY-NUMBER >= 1 AND WEEKDAY-NUMBER <= 5
               ADD 1 TO BUSINESS-DAYS-COUNTED
           END-IF.

       ASSIGN-NEXT-CASE-NUMBER.
           MOVE "DISP" TO AC-CONTROL-KEY
           READ ACCOUNT-CONTROL
               INVALID KEY
                   MOVE 0 TO AC-LAST-ACCOUNT-NUMBER
           END-READ

           ADD 1 TO AC-LAST-ACCOUNT-NUMBER
           MOVE AC-LAST-ACCOUNT-NUMBER TO DC-CASE-NUMBER

           IF ACCOUNT-CONTROL-STATUS = "23"
               WRITE ACCOUNT-CONTROL-RECORD
           ELSE
               REWRITE ACCOUNT-CONTROL-RECORD
           END-IF.

       GIVE-PROVISIONAL-CREDIT.
           PERFORM READ-DISPUTE-CASE
           IF DISPUTE-CASE-FOUND
               PERFORM DISPLAY-DISPUTE-CASE
               IF NOT DC-OPEN
                   DISPLAY "Provisional credit is given only on an"
                       " OPEN case."
               ELSE
                   DISPLAY "Credit " DC-CLAIM-AMOUNT " to account "
                       DC-ACCOUNT-NUMBER " provisionally? (Y/N): "
                   ACCEPT DISPUTE-CONFIRM-ANSWER
                   IF DISPUTE-CONFIRM-ANSWER = "Y" OR "y"
                       PERFORM APPLY-PROVISIONAL-CREDIT
                   ELSE
                       DISPLAY "No provisional credit given."
                   END-IF
               END-IF
           END-IF.

       APPLY-PROVISIONAL-CREDIT.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE DC-CLAIM-AMOUNT TO DISPUTE-CREDIT-AMOUNT
           MOVE SPACES TO DISPUTE-CREDIT-DESCRIPTION
           STRING "PROV CR " DC-CASE-NUMBER
               DELIMITED BY SIZE INTO DISPUTE-CREDIT-DESCRIPTION
           PERFORM POST-DISPUTE-CREDIT-ENTRY

           IF DISPUTE-CREDIT-POSTED
               SET DC-PROVISIONAL        TO TRUE
               MOVE TODAYS-DATE          TO DC-PROVISIONAL-DATE
               MOVE NEXT-SEQUENCE-NUMBER TO DC-PROVISIONAL-SEQUENCE
               MOVE AP-USER-ID           TO DC-PROVISIONAL-BY
               SET DC-NOTICE-PROVISIONAL TO TRUE
               MOVE TODAYS-DATE          TO DC-NOTICE-DATE
               REWRITE DISPUTE-CASE-RECORD
               DISPLAY "Provisional credit given on case "
                   DC-CASE-NUMBER "."
               MOVE AP-USER-ID        TO AL-USER-ID
               MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
               MOVE "DISPUTE PROV CREDIT" TO AL-ACTION
               MOVE DC-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-IF.

      *> Posts DISPUTE-CREDIT-AMOUNT to the case's account as a
      *> DISPUTE CR. The credit is owed whatever the account's
      *> status, except that a closed account can take no posting -
      *> the customer is then paid by official check.
       POST-DISPUTE-CREDIT-ENTRY.
           MOVE "N" TO DISPUTE-POSTED-FLAG
           MOVE DC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   DISPLAY "Account " DC-ACCOUNT-NUMBER " not found."
               WHEN AM-STATUS-CLOSED
                   DISPLAY "Account " DC-ACCOUNT-NUMBER " is closed"
                       " - pay the customer by official check."
               WHEN OTHER
                   COMPUTE NEW-ACCOUNT-BALANCE =
                       AM-CURRENT-BALANCE + DISPUTE-CREDIT-AMOUNT
                   PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
                   MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
                   MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
                   MOVE TODAYS-DATE          TO TX-DATE
                   SET TX-TYPE-DISPUTE-CREDIT TO TRUE
                   MOVE DISPUTE-CREDIT-DESCRIPTION TO TX-DESCRIPTION
                   MOVE DISPUTE-CREDIT-AMOUNT TO TX-AMOUNT
                   MOVE NEW-ACCOUNT-BALANCE  TO TX-RUNNING-BALANCE
                   SET TX-NOT-REVERSED       TO TRUE
                   MOVE AP-USER-ID           TO TX-POSTED-BY
                   MOVE SPACES               TO TX-ORIGINAL-TYPE
                   MOVE SPACES               TO TX-CHECK-NUMBER
                   MOVE AP-BRANCH-CODE       TO TX-BRANCH-CODE

                   WRITE TRANSACTION-RECORD
                       INVALID KEY
                           DISPLAY "Unable to post dispute credit for "
                               AM-ACCOUNT-NUMBER "."
                       NOT INVALID KEY
                           MOVE NEW-ACCOUNT-BALANCE
                               TO AM-CURRENT-BALANCE
                           REWRITE ACCOUNT-MASTER-RECORD
                           DISPLAY "Account " AM-ACCOUNT-NUMBER
                           DISPLAY "New balance: " AM-CURRENT-BALANCE
                           MOVE "Y" TO DISPUTE-POSTED-FLAG
                   END-WRITE
           END-EVALUATE.

       RESOLVE-DISPUTE-CASE.
           PERFORM READ-DISPUTE-CASE
           IF DISPUTE-CASE-FOUND
               PERFORM DISPLAY-DISPUTE-CASE
               IF NOT DC-OPEN AND NOT DC-PROVISIONAL
                   DISPLAY "Dispute case " DC-CASE-NUMBER
                       " has already been resolved."
               ELSE
                   DISPLAY "(C)redit the customer - error found, or"
                       " (D)eny - no error found: "
                   ACCEPT DISPUTE-DECISION
                   EVALUATE DISPUTE-DECISION
                       WHEN "C"
                       WHEN "c"
                           PERFORM CREDIT-DISPUTE-CASE
                       WHEN "D"
                       WHEN "d"
                           PERFORM DENY-DISPUTE-CASE
                       WHEN OTHER
                           DISPLAY "Case not resolved."
                   END-EVALUATE
               END-IF
           END-IF.

      *> An error was found. A provisional credit already given
      *> simply becomes final; otherwise the credit is posted now.
       CREDIT-DISPUTE-CASE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           IF DC-PROVISIONAL
               MOVE "Y" TO DISPUTE-POSTED-FLAG
               DISPLAY "The provisional credit of " DC-CLAIM-AMOUNT
                   " is now final."
           ELSE
               MOVE DC-CLAIM-AMOUNT TO DISPUTE-CREDIT-AMOUNT
               MOVE SPACES TO DISPUTE-CREDIT-DESCRIPTION
               STRING "FINAL CR " DC-CASE-NUMBER
                   DELIMITED BY SIZE INTO DISPUTE-CREDIT-DESCRIPTION
               PERFORM POST-DISPUTE-CREDIT-ENTRY
           END-IF

           IF DISPUTE-CREDIT-POSTED
               SET DC-CREDITED        TO TRUE
               MOVE TODAYS-DATE       TO DC-RESOLUTION-DATE
               MOVE AP-USER-ID        TO DC-RESOLVED-BY
               SET DC-NOTICE-CREDITED TO TRUE
               MOVE TODAYS-DATE       TO DC-NOTICE-DATE
               REWRITE DISPUTE-CASE-RECORD
               DISPLAY "Dispute case " DC-CASE-NUMBER
                   " resolved - the credit is final."
               MOVE AP-USER-ID        TO AL-USER-ID
               MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
               MOVE "DISPUTE CREDITED" TO AL-ACTION
               MOVE DC-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-IF.

      *> No error was found. Without a provisional credit the case
      *> simply closes. With one, the customer is told the date and
      *> amount of the debit in advance, and items are paid against
      *> the credit for 5 business days before DISPAGE takes it
      *> back out.
       DENY-DISPUTE-CASE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE TO DC-RESOLUTION-DATE
           MOVE AP-USER-ID  TO DC-RESOLVED-BY
           MOVE TODAYS-DATE TO DC-NOTICE-DATE
           IF DC-PROVISIONAL
               MOVE TODAYS-DATE TO BUSINESS-DAY-START
               MOVE 5 TO BUSINESS-DAYS-TO-ADD
               PERFORM ADD-BUSINESS-DAYS
               MOVE BUSINESS-DAY-RESULT TO DC-REVERSAL-DATE
               SET DC-REVERSE-PENDING TO TRUE
               SET DC-NOTICE-REVERSAL TO TRUE
               DISPLAY "The provisional credit of " DC-CLAIM-AMOUNT
                   " will be reversed on " DC-REVERSAL-DATE "."
           ELSE
               SET DC-DENIED TO TRUE
               SET DC-NOTICE-DENIED TO TRUE
           END-IF
           REWRITE DISPUTE-CASE-RECORD
           DISPLAY "Dispute case " DC-CASE-NUMBER
               " resolved - no error found."

           MOVE AP-USER-ID        TO AL-USER-ID
           MOVE "ACCTMGMT"        TO AL-PROGRAM-NAME
           MOVE "DISPUTE DENIED"  TO AL-ACTION
           MOVE DC-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       DISPUTE-AND-LEGAL-MENU.
           DISPLAY "-------------------------------------"
           DISPLAY "Disputes / Legal Orders:"
           DISPLAY " 1 - Electronic Transfer Disputes"
           DISPLAY " 2 - Legal Orders (Levies, Garnishments,"
               " Subpoenas)"
           PERFORM ACCEPT-SERVICES-CHOICE

           EVALUATE SERVICES-CHOICE
               WHEN 1
                   PERFORM DISPUTE-CASE-MAINTENANCE
               WHEN 2
                   PERFORM LEGAL-ORDER-MAINTENANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO SERVICES-CHOICE.

      *> Tax levies, garnishments and subpoena freezes served on the
      *> bank. Placing an order holds the amount ordered against the
      *> debtor's accounts rather than freezing them whole; the order
      *> is then answered, and either remitted to the creditor or
      *> released. Anyone may look; only a supervisor changes orders.
       LEGAL-ORDER-MAINTENANCE.
           DISPLAY "-------------------------------------"
           DISPLAY "Legal Orders:"
           DISPLAY " 1 - List Legal Orders for a Customer"
           DISPLAY " 2 - Look Up a Legal Order"
           DISPLAY " 3 - Place a Legal Order"
           DISPLAY " 4 - Record Answer Filed"
           DISPLAY " 5 - Remit to Creditor"
           DISPLAY " 6 - Release a Legal Order"
           PERFORM ACCEPT-SERVICES-CHOICE

           EVALUATE SERVICES-CHOICE
               WHEN 1
                   PERFORM LIST-CUSTOMER-LEGAL-ORDERS
               WHEN 2
                   PERFORM READ-LEGAL-ORDER
                   IF LEGAL-ORDER-FOUND
                       PERFORM DISPLAY-LEGAL-ORDER
                   END-IF
               WHEN 3
                   IF AP-ROLE-SUPERVISOR
                       PERFORM PLACE-LEGAL-ORDER
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN 4
                   IF AP-ROLE-SUPERVISOR
                       PERFORM RECORD-LEGAL-ANSWER
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN 5
                   IF AP-ROLE-SUPERVISOR
                       PERFORM REMIT-LEGAL-ORDER
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN 6
                   IF AP-ROLE-SUPERVISOR
                       PERFORM RELEASE-LEGAL-ORDER
                   ELSE
                       DISPLAY "Access denied. "
                           "Supervisor role required."
                   END-IF
               WHEN OTHER
                   DISPLAY "No legal order change made."
           END-EVALUATE
           MOVE 0 TO SERVICES-CHOICE.

       LIST-CUSTOMER-LEGAL-ORDERS.
           DISPLAY "Enter Customer Number: "
           ACCEPT CUSTOMER-NUMBER
           MOVE 0 TO LEGAL-ORDERS-LISTED
           MOVE CUSTOMER-NUMBER TO LO-CUSTOMER-NUMBER
           START LEGAL-ORDER-FILE KEY IS >= LO-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-LEGAL-ORDERS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-LEGAL-ORDERS
           END-START

           DISPLAY "-------------------------------------"
           DISPLAY "ORDER      TYPE     RECEIVED ORDERED      STATUS"
           PERFORM READ-NEXT-LEGAL-ORDER
               UNTIL NO-MORE-LEGAL-ORDERS

           IF LEGAL-ORDERS-LISTED = 0
               DISPLAY "No legal orders on file for this customer."
           END-IF.

       READ-NEXT-LEGAL-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "N" TO MORE-LEGAL-ORDERS
           END-READ

           IF NOT NO-MORE-LEGAL-ORDERS
               IF LO-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER
                   MOVE "N" TO MORE-LEGAL-ORDERS
               ELSE
                   ADD 1 TO LEGAL-ORDERS-LISTED
                   DISPLAY LO-ORDER-NUMBER " " LO-ORDER-TYPE " "
                       LO-RECEIVED-DATE " " LO-ORDER-AMOUNT " "
                       LO-STATUS
               END-IF
           END-IF.

       READ-LEGAL-ORDER.
           DISPLAY "Enter Legal Order Number: "
           ACCEPT ENTERED-LEGAL-ORDER
           MOVE ENTERED-LEGAL-ORDER TO LO-ORDER-NUMBER
           MOVE "N" TO LEGAL-ORDER-FOUND-FLAG
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY "Legal order " ENTERED-LEGAL-ORDER
                       " is not on file."
               NOT INVALID KEY
                   MOVE "Y" TO LEGAL-ORDER-FOUND-FLAG
           END-READ.

       DISPLAY-LEGAL-ORDER.
           DISPLAY "-------------------------------------"
           DISPLAY "Order Number  : " LO-ORDER-NUMBER
               " " FUNCTION TRIM(LO-ORDER-TYPE)
           DISPLAY "Debtor        : " LO-CUSTOMER-NUMBER " "
               LO-CUSTOMER-NAME
           DISPLAY "Issued By     : " LO-ISSUER-NAME
           DISPLAY "Reference     : " LO-CASE-REFERENCE
           IF NOT LO-TYPE-SUBPOENA
               DISPLAY "Creditor      : " LO-CREDITOR-NAME
           END-IF
           DISPLAY "Amount Ordered: " LO-ORDER-AMOUNT
           DISPLAY "Protected     : " LO-PROTECTED-AMOUNT " ("
               FUNCTION TRIM(LO-PROTECTION-RULE) ")"
           DISPLAY "Received      : " LO-RECEIVED-DATE " by "
               LO-PLACED-BY " at branch " LO-BRANCH-CODE
           DISPLAY "Answer Due    : " LO-ANSWER-DUE-DATE
           IF LO-REMIT-DUE-DATE NOT = 0
               DISPLAY "Remit Due     : " LO-REMIT-DUE-DATE
           END-IF
           DISPLAY "Status        : " FUNCTION TRIM(LO-STATUS)
           IF LO-ANSWER-DATE NOT = 0
               DISPLAY "Answered      : " LO-ANSWER-DATE " by "
                   LO-ANSWERED-BY
           END-IF
           IF LO-CLOSED-DATE NOT = 0
               DISPLAY "Closed        : " LO-CLOSED-DATE " by "
                   LO-CLOSED-BY
           END-IF
           IF LO-REMITTED
               DISPLAY "Remitted      : " LO-REMITTED-AMOUNT
                   " on official check " LO-REMIT-SERIAL
           END-IF
           DISPLAY "Amount Held   : " LO-HELD-AMOUNT
           PERFORM VARYING LEGAL-HOLD-SUB FROM 1 BY 1
                   UNTIL LEGAL-HOLD-SUB > LO-HOLD-COUNT
               DISPLAY "  ACCOUNT " LO-HOLD-ACCOUNT(LEGAL-HOLD-SUB)
                   " HOLD " LO-HOLD-NUMBER(LEGAL-HOLD-SUB) " "
                   LO-HOLD-AMOUNT(LEGAL-HOLD-SUB)
           END-PERFORM.

       PLACE-LEGAL-ORDER.
           MOVE "N" TO LEGAL-ORDER-OK-FLAG
           DISPLAY "Enter Debtor Customer Number: "
           ACCEPT CUSTOMER-NUMBER
           MOVE CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer " CUSTOMER-NUMBER " not found."
               NOT INVALID KEY
                   PERFORM ACCEPT-LEGAL-ORDER-TERMS
           END-READ

           IF LEGAL-ORDER-VALIDATED
               PERFORM WRITE-NEW-LEGAL-ORDER
           END-IF.

       ACCEPT-LEGAL-ORDER-TERMS.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO LEGAL-ORDER-RECORD
           DISPLAY "Debtor: " CM-CUSTOMER-NAME
           DISPLAY "Enter Order Type (LEVY, GARNISH, SUBPOENA): "
           ACCEPT LO-ORDER-TYPE
           DISPLAY "Enter Issuing Agency or Court: "
           ACCEPT LO-ISSUER-NAME
           DISPLAY "Enter Case or Docket Reference: "
           ACCEPT LO-CASE-REFERENCE
           IF NOT LO-TYPE-SUBPOENA
               DISPLAY "Enter Creditor (Pay To) Name: "
               ACCEPT LO-CREDITOR-NAME
           END-IF
           DISPLAY "Enter Amount Ordered: "
           ACCEPT ENTERED-AMOUNT
           DISPLAY "Enter Protection Rule (NONE, BENEFIT, STATE): "
           ACCEPT LO-PROTECTION-RULE
           MOVE 0 TO ENTERED-PROTECTED-AMOUNT
           IF NOT LO-PROTECT-NONE
               DISPLAY "Enter Protected Amount: "
               ACCEPT ENTERED-PROTECTED-AMOUNT
           END-IF
           DISPLAY "Enter Answer Due Date (YYYYMMDD): "
           ACCEPT ENTERED-ANSWER-DUE-DATE
           MOVE 0 TO ENTERED-REMIT-DUE-DATE
           IF NOT LO-TYPE-SUBPOENA
               DISPLAY "Enter Remittance Due Date"
                   " (YYYYMMDD, 0 if on instruction): "
               ACCEPT ENTERED-REMIT-DUE-DATE
           END-IF

           EVALUATE TRUE
               WHEN NOT LO-TYPE-IS-VALID
                   DISPLAY "Order type must be LEVY, GARNISH or"
                       " SUBPOENA."
               WHEN LO-ISSUER-NAME = SPACES
                   DISPLAY "The issuing agency or court is required."
               WHEN NOT LO-TYPE-SUBPOENA
                       AND LO-CREDITOR-NAME = SPACES
                   DISPLAY "A creditor name is required."
               WHEN ENTERED-AMOUNT = 0
                   DISPLAY "Amount ordered must be greater than"
                       " zero."
               WHEN NOT LO-PROTECTION-IS-VALID
                   DISPLAY "Protection rule must be NONE, BENEFIT or"
                       " STATE."
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (ENTERED-ANSWER-DUE-DATE) NOT = 0
                   DISPLAY "Answer due date is not a valid date."
               WHEN ENTERED-ANSWER-DUE-DATE < TODAYS-DATE
                   DISPLAY "Answer due date cannot be in the past."
               WHEN ENTERED-REMIT-DUE-DATE NOT = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD
                       (ENTERED-REMIT-DUE-DATE) NOT = 0
                   DISPLAY "Remittance due date is not a valid date."
               WHEN OTHER
                   MOVE "Y" TO LEGAL-ORDER-OK-FLAG
           END-EVALUATE.

      *> The order is written HELD once the holds are in place, so
      *> it lists exactly what was held - which is short of the
      *> amount ordered when the accounts could not cover it.
       WRITE-NEW-LEGAL-ORDER.
           MOVE CUSTOMER-NUMBER          TO LO-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME         TO LO-CUSTOMER-NAME
           MOVE ENTERED-AMOUNT           TO LO-ORDER-AMOUNT
           MOVE ENTERED-PROTECTED-AMOUNT TO LO-PROTECTED-AMOUNT
           MOVE TODAYS-DATE              TO LO-RECEIVED-DATE
           MOVE ENTERED-ANSWER-DUE-DATE  TO LO-ANSWER-DUE-DATE
           MOVE ENTERED-REMIT-DUE-DATE   TO LO-REMIT-DUE-DATE
           MOVE AP-USER-ID               TO LO-PLACED-BY
           MOVE AP-BRANCH-CODE           TO LO-BRANCH-CODE
           SET LO-HELD                   TO TRUE
           MOVE 0                        TO LO-ANSWER-DATE
           MOVE 0                        TO LO-CLOSED-DATE
           MOVE 0                        TO LO-REMITTED-AMOUNT
           MOVE 0                        TO LO-REMIT-SERIAL
           PERFORM ASSIGN-NEXT-LEGAL-ORDER-NUMBER

           PERFORM COLLECT-LEGAL-ACCOUNTS
           PERFORM HOLD-LEGAL-ORDER-FUNDS

           WRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to enter legal order "
                       LO-ORDER-NUMBER "."
               NOT INVALID KEY
                   DISPLAY "Legal order " LO-ORDER-NUMBER
                       " placed - " LO-HELD-AMOUNT " held."
                   IF LO-HELD-AMOUNT < LO-ORDER-AMOUNT
                       DISPLAY "Held amount is short of the "
                           LO-ORDER-AMOUNT " ordered - answer the"
                           " order for what was held."
                   END-IF
                   MOVE AP-USER-ID           TO AL-USER-ID
                   MOVE "ACCTMGMT"           TO AL-PROGRAM-NAME
                   MOVE "LEGAL ORDER PLACED" TO AL-ACTION
                   MOVE SPACES               TO AL-ACCOUNT-NUMBER
                   IF LO-HOLD-COUNT > 0
                       MOVE LO-HOLD-ACCOUNT(1) TO AL-ACCOUNT-NUMBER
                   END-IF
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

       ASSIGN-NEXT-LEGAL-ORDER-NUMBER.
           MOVE "LORD" TO AC-CONTROL-KEY
           READ ACCOUNT-CONTROL
               INVALID KEY
                   MOVE 0 TO AC-LAST-ACCOUNT-NUMBER
           END-READ

           ADD 1 TO AC-LAST-ACCOUNT-NUMBER
           MOVE AC-LAST-ACCOUNT-NUMBER TO LO-ORDER-NUMBER

           IF ACCOUNT-CONTROL-STATUS = "23"
               WRITE ACCOUNT-CONTROL-RECORD
           ELSE
               REWRITE ACCOUNT-CONTROL-RECORD
           END-IF.

      *> Every account the debtor owns or co-owns, from the
      *> cross-reference; a primary account opened before the
      *> cross-reference was kept is picked up from ACCOUNT-MASTER.
       COLLECT-LEGAL-ACCOUNTS.
           MOVE 0 TO LEGAL-ACCOUNT-COUNT
           MOVE CUSTOMER-NUMBER TO XR-CUSTOMER-NUMBER
           START ACCOUNT-XREF KEY IS >= XR-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-XREF-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-XREF-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-XREF-RECORDS
               READ ACCOUNT-XREF NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-XREF-RECORDS
               END-READ
               IF NOT NO-MORE-XREF-RECORDS
                   IF XR-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER
                       MOVE "N" TO MORE-XREF-RECORDS
                   ELSE
                       MOVE XR-ACCOUNT-NUMBER
                           TO LEGAL-CANDIDATE-ACCOUNT
                       PERFORM ADD-LEGAL-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM

           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-MASTER-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-MASTER-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-MASTER-RECS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-MASTER-RECORDS
               END-READ
               IF NOT NO-MORE-MASTER-RECS
                   IF AM-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                       MOVE AM-ACCOUNT-NUMBER
                           TO LEGAL-CANDIDATE-ACCOUNT
                       PERFORM ADD-LEGAL-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.

       ADD-LEGAL-ACCOUNT.
           MOVE "N" TO LEGAL-ACCOUNT-LISTED-FLAG
           PERFORM VARYING LEGAL-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL LEGAL-ACCOUNT-SUB > LEGAL-ACCOUNT-COUNT
               IF LA-ACCOUNT-NUMBER(LEGAL-ACCOUNT-SUB)
                       = LEGAL-CANDIDATE-ACCOUNT
                   MOVE "Y" TO LEGAL-ACCOUNT-LISTED-FLAG
               END-IF
           END-PERFORM

           IF NOT LEGAL-ACCOUNT-ALREADY-LISTED
               IF LEGAL-ACCOUNT-COUNT < 100
                   ADD 1 TO LEGAL-ACCOUNT-COUNT
                   MOVE LEGAL-CANDIDATE-ACCOUNT
                       TO LA-ACCOUNT-NUMBER(LEGAL-ACCOUNT-COUNT)
               ELSE
                   DISPLAY "Account " LEGAL-CANDIDATE-ACCOUNT
                       " not worked - hold it by hand."
               END-IF
           END-IF.

      *> The protected amount is left available first, then the
      *> order takes what remains, account by account, until the
      *> amount ordered is held. Only available funds are held -
      *> never funds already under another hold - and loans carry
      *> no funds to hold.
       HOLD-LEGAL-ORDER-FUNDS.
           MOVE LO-PROTECTED-AMOUNT TO PROTECTION-REMAINING
           MOVE LO-ORDER-AMOUNT     TO ORDER-REMAINING
           MOVE 0 TO LO-HELD-AMOUNT
           MOVE 0 TO LO-HOLD-COUNT
           PERFORM VARYING LEGAL-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL LEGAL-ACCOUNT-SUB > LEGAL-ACCOUNT-COUNT
                      OR ORDER-REMAINING = 0
               PERFORM HOLD-ONE-LEGAL-ACCOUNT
           END-PERFORM.

       HOLD-ONE-LEGAL-ACCOUNT.
           MOVE LA-ACCOUNT-NUMBER(LEGAL-ACCOUNT-SUB) TO ACCOUNT-NUMBER
           MOVE ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           IF ACCOUNT-FOUND AND NOT AM-STATUS-CLOSED
                   AND NOT AM-TYPE-LOAN
               PERFORM COMPUTE-AVAILABLE-BALANCE
               MOVE AVAILABLE-BALANCE TO HOLDABLE-AMOUNT
               IF HOLDABLE-AMOUNT > 0 AND PROTECTION-REMAINING > 0
                   IF PROTECTION-REMAINING > HOLDABLE-AMOUNT
                       SUBTRACT HOLDABLE-AMOUNT
                           FROM PROTECTION-REMAINING
                       MOVE 0 TO HOLDABLE-AMOUNT
                   ELSE
                       SUBTRACT PROTECTION-REMAINING
                           FROM HOLDABLE-AMOUNT
                       MOVE 0 TO PROTECTION-REMAINING
                   END-IF
               END-IF
               IF HOLDABLE-AMOUNT > ORDER-REMAINING
                   MOVE ORDER-REMAINING TO HOLDABLE-AMOUNT
               END-IF
               IF HOLDABLE-AMOUNT > 0
                   IF LO-HOLD-COUNT < 10
                       PERFORM PLACE-LEGAL-HOLD
                   ELSE
                       DISPLAY "Account " ACCOUNT-NUMBER
                           " not held - the order lists ten holds"
                           " at most."
                   END-IF
               END-IF
           END-IF.

       PLACE-LEGAL-HOLD.
           PERFORM DETERMINE-NEXT-HOLD-NUMBER

           MOVE ACCOUNT-NUMBER     TO HD-ACCOUNT-NUMBER
           MOVE NEXT-HOLD-NUMBER   TO HD-HOLD-NUMBER
           MOVE HOLDABLE-AMOUNT    TO HD-AMOUNT
           MOVE TODAYS-DATE        TO HD-PLACED-DATE
           SET HD-HELD-UNTIL-RELEASED TO TRUE
           SET HD-ACTIVE           TO TRUE
           MOVE AP-USER-ID         TO HD-PLACED-BY

           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Unable to place hold on "
                       ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   ADD 1 TO LO-HOLD-COUNT
                   MOVE ACCOUNT-NUMBER
                       TO LO-HOLD-ACCOUNT(LO-HOLD-COUNT)
                   MOVE NEXT-HOLD-NUMBER
                       TO LO-HOLD-NUMBER(LO-HOLD-COUNT)
                   MOVE HOLDABLE-AMOUNT
                       TO LO-HOLD-AMOUNT(LO-HOLD-COUNT)
                   ADD HOLDABLE-AMOUNT TO LO-HELD-AMOUNT
                   SUBTRACT HOLDABLE-AMOUNT FROM ORDER-REMAINING
                   DISPLAY "Hold " NEXT-HOLD-NUMBER " of "
                       HOLDABLE-AMOUNT " placed on account "
                       ACCOUNT-NUMBER "."
           END-WRITE.

       RECORD-LEGAL-ANSWER.
           PERFORM READ-LEGAL-ORDER
           IF LEGAL-ORDER-FOUND
               PERFORM DISPLAY-LEGAL-ORDER
               IF NOT LO-HELD
                   DISPLAY "Legal order " LO-ORDER-NUMBER
                       " has already been answered or closed."
               ELSE
                   DISPLAY "Record the answer as filed with the"
                       " issuer today? (Y/N): "
                   ACCEPT LEGAL-CONFIRM-ANSWER
                   IF LEGAL-CONFIRM-ANSWER = "Y" OR "y"
                       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
                       SET LO-ANSWERED TO TRUE
                       MOVE TODAYS-DATE TO LO-ANSWER-DATE
                       MOVE AP-USER-ID  TO LO-ANSWERED-BY
                       REWRITE LEGAL-ORDER-RECORD
                       DISPLAY "Legal order " LO-ORDER-NUMBER
                           " answered."
                       MOVE AP-USER-ID    TO AL-USER-ID
                       MOVE "ACCTMGMT"    TO AL-PROGRAM-NAME
                       MOVE "LEGAL ORDER ANSWERED" TO AL-ACTION
                       MOVE SPACES        TO AL-ACCOUNT-NUMBER
                       IF LO-HOLD-COUNT > 0
                           MOVE LO-HOLD-ACCOUNT(1)
                               TO AL-ACCOUNT-NUMBER
                       END-IF
                       CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                   ELSE
                       DISPLAY "Answer not recorded."
                   END-IF
               END-IF
           END-IF.

      *> Each hold is released and the held funds posted out of the
      *> account as a LEGAL PAYMT; the total goes to the creditor on
      *> one official check drawn against the first account paid, so
      *> a void of that check refunds to that account. A subpoena
      *> freeze is never remitted - it is released when lifted.
       REMIT-LEGAL-ORDER.
           PERFORM READ-LEGAL-ORDER
           IF LEGAL-ORDER-FOUND
               PERFORM DISPLAY-LEGAL-ORDER
               EVALUATE TRUE
                   WHEN LO-TYPE-SUBPOENA
                       DISPLAY "A subpoena freeze is not remitted -"
                           " release it when the court lifts it."
                   WHEN LO-HELD
                       DISPLAY "Legal order " LO-ORDER-NUMBER
                           " must be answered before it is remitted."
                   WHEN NOT LO-ANSWERED
                       DISPLAY "Legal order " LO-ORDER-NUMBER
                           " has already been closed."
                   WHEN OTHER
                       DISPLAY "Pay the held funds to "
                           FUNCTION TRIM(LO-CREDITOR-NAME)
                           "? (Y/N): "
                       ACCEPT LEGAL-CONFIRM-ANSWER
                       IF LEGAL-CONFIRM-ANSWER = "Y" OR "y"
                           PERFORM PAY-LEGAL-ORDER
                       ELSE
                           DISPLAY "Legal order not remitted."
                       END-IF
               END-EVALUATE
           END-IF.

       PAY-LEGAL-ORDER.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO LEGAL-PAYMENT-TOTAL
           MOVE SPACES TO LEGAL-FUNDING-ACCOUNT
           MOVE SPACES TO LEGAL-PAYMENT-DESCRIPTION
           STRING "LEGAL ORD " LO-ORDER-NUMBER
               DELIMITED BY SIZE INTO LEGAL-PAYMENT-DESCRIPTION
           PERFORM VARYING LEGAL-HOLD-SUB FROM 1 BY 1
                   UNTIL LEGAL-HOLD-SUB > LO-HOLD-COUNT
               PERFORM REMIT-ONE-LEGAL-HOLD
           END-PERFORM

           MOVE 0 TO LO-REMIT-SERIAL
           IF LEGAL-PAYMENT-TOTAL > 0
               MOVE LO-CREDITOR-NAME      TO OFFICIAL-PAYEE-NAME
               MOVE LO-CUSTOMER-NAME      TO OFFICIAL-REMITTER-NAME
               MOVE LEGAL-PAYMENT-TOTAL   TO ENTERED-AMOUNT
               MOVE "A"                   TO OFFICIAL-CHECK-METHOD
               MOVE LEGAL-FUNDING-ACCOUNT TO ACCOUNT-NUMBER
               PERFORM BUILD-OFFICIAL-CHECK-RECORD
               WRITE OFFICIAL-CHECK-RECORD
                   INVALID KEY
                       DISPLAY "Unable to enter official check "
                           OC-SERIAL-NUMBER " on the register."
                   NOT INVALID KEY
                       MOVE OC-SERIAL-NUMBER TO LO-REMIT-SERIAL
                       DISPLAY "Official check " OC-SERIAL-NUMBER
                           " for " LEGAL-PAYMENT-TOTAL
                           " issued payable to "
                           FUNCTION TRIM(OC-PAYEE-NAME) "."
               END-WRITE
           ELSE
               DISPLAY "No funds were left to remit."
           END-IF

           SET LO-REMITTED TO TRUE
           MOVE TODAYS-DATE         TO LO-CLOSED-DATE
           MOVE AP-USER-ID          TO LO-CLOSED-BY
           MOVE LEGAL-PAYMENT-TOTAL TO LO-REMITTED-AMOUNT
           REWRITE LEGAL-ORDER-RECORD
           DISPLAY "Legal order " LO-ORDER-NUMBER " remitted."

           MOVE AP-USER-ID            TO AL-USER-ID
           MOVE "ACCTMGMT"            TO AL-PROGRAM-NAME
           MOVE "LEGAL ORDER REMITTED" TO AL-ACTION
           MOVE LEGAL-FUNDING-ACCOUNT TO AL-ACCOUNT-NUMBER
           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      *> Pays what the hold kept back, up to the balance actually on
      *> the account.
       REMIT-ONE-LEGAL-HOLD.
           MOVE LO-HOLD-ACCOUNT(LEGAL-HOLD-SUB) TO ACCOUNT-NUMBER
           PERFORM RELEASE-ONE-LEGAL-HOLD

           MOVE ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           IF NOT ACCOUNT-FOUND OR AM-STATUS-CLOSED
               DISPLAY "Account " ACCOUNT-NUMBER
                   " is no longer open - nothing paid from it."
           ELSE
               MOVE LO-HOLD-AMOUNT(LEGAL-HOLD-SUB)
                   TO LEGAL-PAYMENT-AMOUNT
               IF LEGAL-PAYMENT-AMOUNT > AM-CURRENT-BALANCE
                   MOVE AM-CURRENT-BALANCE TO LEGAL-PAYMENT-AMOUNT
               END-IF
               IF LEGAL-PAYMENT-AMOUNT > 0
                   PERFORM POST-LEGAL-PAYMENT-ENTRY
               END-IF
           END-IF.

       RELEASE-ONE-LEGAL-HOLD.
           MOVE LO-HOLD-ACCOUNT(LEGAL-HOLD-SUB) TO HD-ACCOUNT-NUMBER
           MOVE LO-HOLD-NUMBER(LEGAL-HOLD-SUB)  TO HD-HOLD-NUMBER
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "Hold " LO-HOLD-NUMBER(LEGAL-HOLD-SUB)
                       " on account " LO-HOLD-ACCOUNT(LEGAL-HOLD-SUB)
                       " is not on file."
               NOT INVALID KEY
                   IF HD-ACTIVE
                       SET HD-RELEASED TO TRUE
                       REWRITE HOLD-RECORD
                   END-IF
           END-READ.

       POST-LEGAL-PAYMENT-ENTRY.
           SUBTRACT LEGAL-PAYMENT-AMOUNT FROM AM-CURRENT-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD

           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
           MOVE TODAYS-DATE          TO TX-DATE
           SET TX-TYPE-LEGAL-PAYMENT TO TRUE
           MOVE LEGAL-PAYMENT-DESCRIPTION TO TX-DESCRIPTION
           COMPUTE TX-AMOUNT = LEGAL-PAYMENT-AMOUNT * -1
           MOVE AM-CURRENT-BALANCE   TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED       TO TRUE
           MOVE AP-USER-ID           TO TX-POSTED-BY
           MOVE SPACES               TO TX-ORIGINAL-TYPE
           MOVE SPACES               TO TX-CHECK-NUMBER
           MOVE AP-BRANCH-CODE       TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to post legal order payment for "
                       AM-ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   ADD LEGAL-PAYMENT-AMOUNT TO LEGAL-PAYMENT-TOTAL
                   IF LEGAL-FUNDING-ACCOUNT = SPACES
                       MOVE AM-ACCOUNT-NUMBER
                           TO LEGAL-FUNDING-ACCOUNT
                   END-IF
                   DISPLAY "Account " AM-ACCOUNT-NUMBER
                       " paid " LEGAL-PAYMENT-AMOUNT
                   DISPLAY "New balance: " AM-CURRENT-BALANCE
           END-WRITE.

       RELEASE-LEGAL-ORDER.
           PERFORM READ-LEGAL-ORDER
           IF LEGAL-ORDER-FOUND
               PERFORM DISPLAY-LEGAL-ORDER
               IF NOT LO-ORDER-ACTIVE
                   DISPLAY "Legal order " LO-ORDER-NUMBER
                       " has already been closed."
               ELSE
                   DISPLAY "Release every hold without payment?"
                       " (Y/N): "
                   ACCEPT LEGAL-CONFIRM-ANSWER
                   IF LEGAL-CONFIRM-ANSWER = "Y" OR "y"
                       PERFORM VARYING LEGAL-HOLD-SUB FROM 1 BY 1
                               UNTIL LEGAL-HOLD-SUB > LO-HOLD-COUNT
                           PERFORM RELEASE-ONE-LEGAL-HOLD
                       END-PERFORM
                       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
                       SET LO-RELEASED TO TRUE
                       MOVE TODAYS-DATE TO LO-CLOSED-DATE
                       MOVE AP-USER-ID  TO LO-CLOSED-BY
                       REWRITE LEGAL-ORDER-RECORD
                       DISPLAY "Legal order " LO-ORDER-NUMBER
                           " released."
                       MOVE AP-USER-ID    TO AL-USER-ID
                       MOVE "ACCTMGMT"    TO AL-PROGRAM-NAME
                       MOVE "LEGAL ORDER RELEASED" TO AL-ACTION
                       MOVE SPACES        TO AL-ACCOUNT-NUMBER
                       IF LO-HOLD-COUNT > 0
                           MOVE LO-HOLD-ACCOUNT(1)
                               TO AL-ACCOUNT-NUMBER
                       END-IF
                       CALL "AUDITLOG" USING AUDIT-LOG-RECORD
                   ELSE
                       DISPLAY "Legal order not released."
                   END-IF
               END-IF
           END-IF.

       NAVIGATION-PROMPT.
           DISPLAY "-------------------------------------"
           DISPLAY "Select next action: "
