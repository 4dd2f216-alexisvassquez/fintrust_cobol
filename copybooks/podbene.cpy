      *> Record layout for the POD-BENEFICIARY file (PODBENE.DAT).
      *> Payable-on-death beneficiaries named on an account, one
      *> record per beneficiary, keyed by account number plus a
      *> sequence number. The ACTIVE beneficiaries' shares must total
      *> 100 percent before the account of a deceased owner can be
      *> paid out. The payout (ACCTMGMT Account Services) posts one
      *> withdrawal per beneficiary for their share of the balance,
      *> marks each record PAID with the amount, date and user, and
      *> closes the account DECEASED. An account with no
      *> beneficiaries is paid to the estate, and a record with the
      *> relationship ESTATE is written to document that payment.
       01  POD-BENEFICIARY-RECORD.
           05  PB-KEY.
               10  PB-ACCOUNT-NUMBER   PIC X(10).
               10  PB-BENEFICIARY-SEQ  PIC 9(02).
           05  PB-BENEFICIARY-NAME     PIC X(30).
           05  PB-TAX-ID               PIC X(11).
           05  PB-RELATIONSHIP         PIC X(10).
               88  PB-RELATION-ESTATE      VALUE "ESTATE".
           05  PB-SHARE-PERCENT        PIC 9(03)V99.
           05  PB-STATUS               PIC X(08).
               88  PB-ACTIVE               VALUE "ACTIVE".
               88  PB-REMOVED              VALUE "REMOVED".
               88  PB-PAID                 VALUE "PAID".
           05  PB-ADDED-DATE           PIC 9(08).
           05  PB-ADDED-BY             PIC X(08).
           05  PB-PAID-AMOUNT          PIC S9(09)V99 COMP-3.
           05  PB-PAID-DATE            PIC 9(08).
           05  PB-PAID-BY              PIC X(08).
