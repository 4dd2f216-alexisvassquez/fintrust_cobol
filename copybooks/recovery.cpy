      *> Record layout for the RECOVERY file (RECOVERY.DAT). One record
      *> per charged-off account, keyed by account number, written by
      *> the nightly charge-off batch (CHGOFF) when the overdraft is
      *> charged off and the account closed. The owner's identity is
      *> carried for collections. Money later received on the account
      *> - at the teller window in ACCTMGMT or through BCHPOST - posts
      *> as RECOVERY instead of a deposit and is added to the
      *> recovered total here; once the whole charge-off has been
      *> recovered the entry is marked RECOVERED and further money is
      *> refused.
       01  RECOVERY-RECORD.
           05  RC-ACCOUNT-NUMBER       PIC X(10).
           05  RC-CUSTOMER-NUMBER      PIC X(10).
           05  RC-OWNER-NAME           PIC X(30).
           05  RC-TAX-ID               PIC X(11).
           05  RC-CHARGE-OFF-DATE      PIC 9(08).
           05  RC-CHARGE-OFF-AMOUNT    PIC S9(09)V99 COMP-3.
           05  RC-RECOVERED-TOTAL      PIC S9(09)V99 COMP-3.
           05  RC-LAST-RECOVERY-DATE   PIC 9(08).
           05  RC-STATUS               PIC X(10).
               88  RC-OPEN                 VALUE "OPEN".
               88  RC-RECOVERED            VALUE "RECOVERED".
