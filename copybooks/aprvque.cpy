      *> Record layout for the PENDING-APPROVAL file (APPROVAL.DAT).
      *> Dual control: the sensitive supervisor actions below are not
      *> applied when keyed - they are queued here, one record per
      *> request, numbered from the "APRV" counter on ACCOUNT-CONTROL.
      *> A second supervisor, never the one who keyed the request,
      *> approves or rejects it from the Approval Queue in ACCTMGMT's
      *> Account Services menu, and only an approval applies and
      *> audits the action:
      *>   REVERSAL  reverse posting AQ-SEQUENCE-NUMBER on the account
      *>   LIMIT OVR let a withdrawal of up to AQ-AMOUNT (check
      *>             AQ-CHECK-NUMBER, if any) through the withdrawal
      *>             limits; once approved the teller re-keys it and
      *>             the posting marks the override USED
      *>   STOP REL  release the stop on check AQ-CHECK-NUMBER
      *>   ROLE CHG  change user AQ-TARGET-USER-ID to AQ-NEW-ROLE
      *> Requests still PENDING, and overrides approved but never
      *> used, are EXPIRED by the end-of-day job APPREXP and listed
      *> on its exception report.
       01  PENDING-APPROVAL-RECORD.
           05  AQ-REQUEST-NUMBER       PIC 9(10).
           05  AQ-ACTION-TYPE          PIC X(10).
               88  AQ-ACTION-REVERSAL      VALUE "REVERSAL".
               88  AQ-ACTION-LIMIT-OVR     VALUE "LIMIT OVR".
               88  AQ-ACTION-STOP-REL      VALUE "STOP REL".
               88  AQ-ACTION-ROLE-CHG      VALUE "ROLE CHG".
           05  AQ-ACCOUNT-NUMBER       PIC X(10).
           05  AQ-SEQUENCE-NUMBER      PIC 9(06).
           05  AQ-CHECK-NUMBER         PIC X(06).
           05  AQ-AMOUNT               PIC S9(09)V99 COMP-3.
           05  AQ-TARGET-USER-ID       PIC X(08).
           05  AQ-NEW-ROLE             PIC X(10).
           05  AQ-REQUESTED-BY         PIC X(08).
           05  AQ-REQUESTED-DATE       PIC 9(08).
           05  AQ-STATUS               PIC X(08).
               88  AQ-PENDING              VALUE "PENDING".
               88  AQ-APPROVED             VALUE "APPROVED".
               88  AQ-REJECTED             VALUE "REJECTED".
               88  AQ-USED                 VALUE "USED".
               88  AQ-EXPIRED              VALUE "EXPIRED".
           05  AQ-DECIDED-BY           PIC X(08).
           05  AQ-DECIDED-DATE         PIC 9(08).
