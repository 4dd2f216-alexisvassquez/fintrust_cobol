      *> Charge-off parameters - the ages, in days since an account
      *> went overdrawn, at which the nightly charge-off batch
      *> (CHGOFF) marks the first, second and final overdrawn notices
      *> for NOTICEGN to mail, and at which it charges the overdraft
      *> off and closes the account. Supplied ahead of the run in
      *> CHGPARM.DAT; with no card, or a zero value, the ages are
      *> 15, 30, 45 and 60 days.
       01  CHARGE-OFF-PARM-RECORD.
           05  CP-FIRST-NOTICE-DAYS    PIC 9(03).
           05  CP-SECOND-NOTICE-DAYS   PIC 9(03).
           05  CP-FINAL-NOTICE-DAYS    PIC 9(03).
           05  CP-CHARGE-OFF-DAYS      PIC 9(03).
