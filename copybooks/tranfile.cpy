      *> description names the sequence number of the posting it backs
      *> out. Reversal postings cannot themselves be reversed.
               88  TX-TYPE-REVERSAL        VALUE "REVERSAL".
      *> Installment loan postings. The balance of a LOAN account is
      *> what the borrower owes, so the advance, the interest earned
      *> on each payment and any late charge post positive, and the
      *> payment posts negative for the whole amount tendered - the
      *> interest is posted first so the payment splits into
      *> interest and principal on the ledger. GLPOST books these
      *> to LOANS RECEIVABLE, LOAN INTEREST INCOME and FEE INCOME.
               88  TX-TYPE-LOAN-ADVANCE    VALUE "LOAN ADVANCE".
               88  TX-TYPE-LOAN-INTEREST   VALUE "LN INTEREST".
               88  TX-TYPE-LOAN-PAYMENT    VALUE "LOAN PAYMENT".
               88  TX-TYPE-LATE-CHARGE     VALUE "LATE CHARGE".
      *> Posted by the nightly CHGOFF batch when an overdrawn
      *> account ages past the charge-off threshold: a positive
      *> entry for the whole overdraft that brings the balance to
      *> zero before the account is closed. GLPOST books it to
      *> LOSSES against CUSTOMER DEPOSITS.
               88  TX-TYPE-CHARGE-OFF      VALUE "CHARGE-OFF".
      *> Money later received against a charged-off account. It is
      *> income, not a deposit: the closed account's balance stays
      *> at zero (the running balance is carried unchanged), the
      *> amount is counted against the account's RECOVERY.DAT
      *> entry, and GLPOST books it to CASH ON HAND and RECOVERY
      *> INCOME. BALRECON leaves it out of the recomputed balance.
               88  TX-TYPE-RECOVERY        VALUE "RECOVERY".
      *> An official check bought by debit to the account posts
      *> negative; the refund when that check is voided posts
      *> positive. The description carries the check's serial
      *> number. GLPOST books both against OFFICIAL CHECKS O/S.
               88  TX-TYPE-OFFICIAL-CHECK  VALUE "OFFICIAL CHK".
      *> Credit to the customer on an electronic funds transfer
      *> dispute case: the provisional credit, or the final credit
      *> when none was given, posts positive; the reversal of a
      *> provisional credit when no error was found posts negative.
      *> The description carries the case number. GLPOST books it to
      *> LOSSES against CUSTOMER DEPOSITS.
               88  TX-TYPE-DISPUTE-CREDIT  VALUE "DISPUTE CR".
      *> Funds held for a legal order (levy or garnishment) paid out
      *> of the account to the creditor: posts negative, and the
      *> description carries the order number. The creditor is sent
      *> one official check for the order, so GLPOST books it to
      *> OFFICIAL CHECKS O/S against CUSTOMER DEPOSITS.
               88  TX-TYPE-LEGAL-PAYMENT   VALUE "LEGAL PAYMT".
           05  TX-DESCRIPTION           PIC X(20).
           05  TX-AMOUNT                PIC S9(09)V99 COMP-3.
           05  TX-RUNNING-BALANCE       PIC S9(09)V99 COMP-3.
