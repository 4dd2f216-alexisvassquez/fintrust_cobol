      *> Record layout for the LEGAL-ORDER file (LEGALORD.DAT). One
      *> record per tax levy, garnishment or subpoena freeze served on
      *> the bank, keyed by an order number handed out from
      *> ACCOUNT-CONTROL key "LORD", with the alternate key on the
      *> debtor customer so every order against a customer can be
      *> read together. Placing the order holds the amount ordered -
      *> and no more - against the available balance of the
      *> customer's accounts, found through ACCOUNT-XREF; each hold
      *> is an ordinary HOLD-FILE hold held until released, and is
      *> listed on the order below. Worked through ACCTMGMT; listed
      *> each night for the legal department by LEGALRPT.
       01  LEGAL-ORDER-RECORD.
           05  LO-ORDER-NUMBER         PIC 9(10).
           05  LO-CUSTOMER-NUMBER      PIC X(10).
           05  LO-CUSTOMER-NAME        PIC X(30).
      *> LEVY      tax levy - the amount is remitted once the answer
      *>           is filed and the holding period has run
      *> GARNISH   creditor garnishment - remitted on the court's
      *>           instruction after the answer is filed
      *> SUBPOENA  freeze pending a court proceeding - nothing is
      *>           remitted; the funds stay held until the court
      *>           releases them
           05  LO-ORDER-TYPE           PIC X(08).
               88  LO-TYPE-LEVY            VALUE "LEVY".
               88  LO-TYPE-GARNISHMENT     VALUE "GARNISH".
               88  LO-TYPE-SUBPOENA        VALUE "SUBPOENA".
               88  LO-TYPE-IS-VALID        VALUE "LEVY" "GARNISH"
                   "SUBPOENA".
      *> The agency or court that issued the order, its own case or
      *> docket reference, and the creditor the funds are paid to.
           05  LO-ISSUER-NAME          PIC X(30).
           05  LO-CASE-REFERENCE       PIC X(20).
           05  LO-CREDITOR-NAME        PIC X(30).
           05  LO-ORDER-AMOUNT         PIC S9(09)V99 COMP-3.
      *> The part of the customer's funds the order may not reach,
      *> left available across the customer's accounts before
      *> anything is held:
      *> NONE      nothing protected
      *> BENEFIT   federal benefit payments deposited in the lookback
      *>           period, as found on review of the accounts
      *> STATE     the state's exempt amount named on the order
           05  LO-PROTECTION-RULE      PIC X(08).
               88  LO-PROTECT-NONE         VALUE "NONE".
               88  LO-PROTECT-BENEFIT      VALUE "BENEFIT".
               88  LO-PROTECT-STATE        VALUE "STATE".
               88  LO-PROTECTION-IS-VALID  VALUE "NONE" "BENEFIT"
                   "STATE".
           05  LO-PROTECTED-AMOUNT     PIC S9(09)V99 COMP-3.
           05  LO-RECEIVED-DATE        PIC 9(08).
      *> The date the bank's answer is due to the issuer, and the
      *> date remittance is due - zero when the order names none.
           05  LO-ANSWER-DUE-DATE      PIC 9(08).
           05  LO-REMIT-DUE-DATE       PIC 9(08).
           05  LO-PLACED-BY            PIC X(08).
           05  LO-BRANCH-CODE          PIC X(04).
      *> HELD      funds held, answer not yet filed
      *> ANSWERED  answer filed, awaiting remittance or release
      *> REMITTED  held funds paid to the creditor
      *> RELEASED  order withdrawn or lifted; holds released unpaid
           05  LO-STATUS               PIC X(08).
               88  LO-HELD                 VALUE "HELD".
               88  LO-ANSWERED             VALUE "ANSWERED".
               88  LO-REMITTED             VALUE "REMITTED".
               88  LO-RELEASED             VALUE "RELEASED".
               88  LO-ORDER-ACTIVE         VALUE "HELD" "ANSWERED".
           05  LO-ANSWER-DATE          PIC 9(08).
           05  LO-ANSWERED-BY          PIC X(08).
      *> Date and user ID of remittance or release; the amount paid
      *> and the serial number of the official check sent to the
      *> creditor. Zero and blank while the order is active.
           05  LO-CLOSED-DATE          PIC 9(08).
           05  LO-CLOSED-BY            PIC X(08).
           05  LO-REMITTED-AMOUNT      PIC S9(09)V99 COMP-3.
           05  LO-REMIT-SERIAL         PIC 9(10).
      *> What was actually held: the total, and each account's hold.
      *> Short of LO-ORDER-AMOUNT when the accounts did not carry
      *> enough available funds above the protected amount.
           05  LO-HELD-AMOUNT          PIC S9(09)V99 COMP-3.
           05  LO-HOLD-COUNT           PIC 9(02).
           05  LO-HOLD-ENTRY OCCURS 10 TIMES.
               10  LO-HOLD-ACCOUNT     PIC X(10).
               10  LO-HOLD-NUMBER      PIC 9(04).
               10  LO-HOLD-AMOUNT      PIC S9(09)V99 COMP-3.
