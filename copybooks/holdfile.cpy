      *> carry several holds at once. An ACTIVE hold reduces the
      *> account's available balance (current balance minus active
      *> holds) until the nightly release batch (HOLDREL) releases it
      *> on its release date. A hold placed for a legal order is held
      *> until released: it carries release date 99999999, which the
      *> release batch never reaches, and is released only when the
      *> order is remitted or lifted in ACCTMGMT.
       01  HOLD-RECORD.
           05  HD-KEY.
               10  HD-ACCOUNT-NUMBER   PIC X(10).
           05  HD-AMOUNT               PIC S9(09)V99 COMP-3.
           05  HD-PLACED-DATE          PIC 9(08).
           05  HD-RELEASE-DATE         PIC 9(08).
               88  HD-HELD-UNTIL-RELEASED  VALUE 99999999.
           05  HD-STATUS               PIC X(01).
               88  HD-ACTIVE               VALUE "A".
               88  HD-RELEASED             VALUE "R".
