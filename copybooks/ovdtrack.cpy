      *> Record layout for the OVERDRAWN-TRACKING file (OVERDRAWN.DAT).
      *> One record per deposit account currently carrying a negative
      *> balance, keyed by account number, kept by the nightly
      *> charge-off batch (CHGOFF): the date the account went
      *> overdrawn, the date it will be charged off if not brought
      *> back, and the last overdrawn notice marked for it. NOTICEGN
      *> mails a letter for every record whose notice date is the
      *> business date. The record is deleted when the account is
      *> brought back to zero or better, or is charged off.
       01  OVERDRAWN-TRACKING-RECORD.
           05  OD-ACCOUNT-NUMBER       PIC X(10).
           05  OD-OVERDRAWN-DATE       PIC 9(08).
           05  OD-CHARGE-OFF-DATE      PIC 9(08).
           05  OD-NOTICE-LEVEL         PIC 9(01).
               88  OD-NO-NOTICE            VALUE 0.
               88  OD-FIRST-NOTICE         VALUE 1.
               88  OD-SECOND-NOTICE        VALUE 2.
               88  OD-FINAL-NOTICE         VALUE 3.
           05  OD-NOTICE-DATE          PIC 9(08).
           05  OD-NOTICE-BALANCE       PIC S9(09)V99 COMP-3.
