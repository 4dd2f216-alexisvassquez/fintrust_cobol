      *> Record layout for the OFFICIAL-CHECK register (OFFCHK.DAT).
      *> One record per official (cashier's) check the bank has drawn
      *> on itself, keyed by the check's serial number, which is
      *> handed out from ACCOUNT-CONTROL key "OCHK". Written by
      *> ACCTMGMT when a check is issued, void or reissued; cleared
      *> PAID by the paid-item intake (OCPAID); remitted ESCHEATED
      *> by the annual escheatment batch once it has gone uncashed
      *> past the state period. Everything still OUTSTANDING is the
      *> bank's OFFICIAL CHECKS O/S liability in GLPOST.
       01  OFFICIAL-CHECK-RECORD.
           05  OC-SERIAL-NUMBER        PIC 9(10).
           05  OC-PAYEE-NAME           PIC X(30).
           05  OC-REMITTER-NAME        PIC X(30).
           05  OC-AMOUNT               PIC S9(09)V99 COMP-3.
           05  OC-ISSUE-DATE           PIC 9(08).
           05  OC-ISSUED-BY            PIC X(08).
           05  OC-BRANCH-CODE          PIC X(04).
      *> How the check was paid for. A check bought by debit to a
      *> customer account carries that account; a cash purchase
      *> leaves it blank. A replacement for a void check was paid
      *> for by the original and carries the original's account.
           05  OC-ISSUE-METHOD         PIC X(01).
               88  OC-ISSUED-BY-DEBIT      VALUE "A".
               88  OC-ISSUED-FOR-CASH      VALUE "C".
               88  OC-ISSUED-AS-REISSUE    VALUE "R".
           05  OC-FUNDING-ACCOUNT      PIC X(10).
           05  OC-STATUS               PIC X(12).
               88  OC-OUTSTANDING          VALUE "OUTSTANDING".
               88  OC-PAID                 VALUE "PAID".
               88  OC-VOID                 VALUE "VOID".
               88  OC-REISSUED             VALUE "REISSUED".
               88  OC-ESCHEATED            VALUE "ESCHEATED".
      *> Date and user ID of the change to the current status -
      *> paid, void, reissued or escheated. Zero and blank while the
      *> check is outstanding.
           05  OC-STATUS-DATE          PIC 9(08).
           05  OC-STATUS-BY            PIC X(08).
      *> How the purchaser was refunded when the check was voided:
      *> credited back to the funding account, or paid out in cash.
      *> A reissued check is not refunded - its replacement stands
      *> in its place.
           05  OC-REFUND-METHOD        PIC X(01).
               88  OC-REFUND-TO-ACCOUNT    VALUE "A".
               88  OC-REFUND-IN-CASH       VALUE "C".
               88  OC-NO-REFUND            VALUE "N" " ".
           05  OC-REPLACES-SERIAL      PIC 9(10).
           05  OC-REPLACED-BY-SERIAL   PIC 9(10).
