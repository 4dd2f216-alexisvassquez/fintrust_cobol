      *> Record layout for the BALANCE-HISTORY file (BALHIST.DAT).
      *> One record per account per business date, written by the
      *> nightly BALHIST batch at the end of the cycle: the account's
      *> closing ledger balance, its ACTIVE holds and the available
      *> balance (ledger less holds) as they stood that night. Keyed
      *> by account number plus business date, so an account's
      *> history reads forward in date order. Days with no business
      *> date (weekends, holidays) have no record - the balance of
      *> the last business date before them stood all through them.
      *> Average daily balances are worked out from this file by the
      *> ADBCALC subprogram.
       01  BALANCE-HISTORY-RECORD.
           05  BH-KEY.
               10  BH-ACCOUNT-NUMBER   PIC X(10).
               10  BH-BUSINESS-DATE    PIC 9(08).
           05  BH-LEDGER-BALANCE       PIC S9(09)V99 COMP-3.
           05  BH-HOLD-TOTAL           PIC S9(09)V99 COMP-3.
           05  BH-AVAILABLE-BALANCE    PIC S9(09)V99 COMP-3.
           05  BH-ACCOUNT-STATUS       PIC X(10).
