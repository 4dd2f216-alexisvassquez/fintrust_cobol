      *> Average daily balance parameters - which balance the
      *> month-end service charge (SVCCHG) tests against the waiver
      *> minimum, and which balance the nightly interest accrual
      *> (INTACCR) uses to pick the rate tier. "A" uses the average
      *> daily balance for the month to date from BALANCE-HISTORY;
      *> anything else, or no card in ADBPARM.DAT, keeps the balance
      *> on the account that night. An account with no history in
      *> the month falls back to the balance on the account.
       01  ADB-PARM-RECORD.
           05  AP-SERVICE-CHARGE-BASIS PIC X(01).
               88  AP-CHARGE-ON-AVERAGE    VALUE "A".
           05  AP-INTEREST-TIER-BASIS  PIC X(01).
               88  AP-TIER-ON-AVERAGE      VALUE "A".
