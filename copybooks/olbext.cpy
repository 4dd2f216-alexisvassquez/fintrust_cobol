      *> Record layouts for the online banking / IVR vendor extract
      *> (OLBEXT.DAT) written nightly by OLBEXT. Fixed 120-byte
      *> records, one per line, the type told by the first byte:
      *>   H  header   - one, first on the file
      *>   A  account  - one per account on ACCOUNT-MASTER
      *>   P  posting  - the account's most recent postings, newest
      *>                 first, following its A record
      *>   T  trailer  - one, last on the file
      *> Amounts are signed with a leading separate sign. The vendor
      *> rejects the file unless the trailer's counts and hash totals
      *> agree with the records it received.
       01  OLB-HEADER-RECORD.
           05  OH-RECORD-TYPE          PIC X(01).
           05  OH-FILE-ID              PIC X(08).
           05  OH-BUSINESS-DATE        PIC 9(08).
           05  OH-CREATED-DATE         PIC 9(08).
           05  OH-CREATED-TIME         PIC 9(06).
           05  OH-POSTINGS-PER-ACCOUNT PIC 9(02).
           05  FILLER                  PIC X(87).

      *> OA-SUPPRESS-FLAG is "Y" on FROZEN, DORMANT, CLOSED and
      *> COMPLIANCE accounts: the vendor keeps them off the customer
      *> channels, and no postings follow their A record.
       01  OLB-ACCOUNT-RECORD.
           05  OA-RECORD-TYPE          PIC X(01).
           05  OA-ACCOUNT-NUMBER       PIC X(10).
           05  OA-CUSTOMER-NUMBER      PIC X(10).
           05  OA-OWNER-NAME           PIC X(30).
           05  OA-ACCOUNT-TYPE         PIC X(10).
           05  OA-STATUS               PIC X(10).
           05  OA-SUPPRESS-FLAG        PIC X(01).
               88  OA-SUPPRESSED           VALUE "Y".
               88  OA-NOT-SUPPRESSED       VALUE "N".
           05  OA-CURRENT-BALANCE      PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  OA-HOLD-TOTAL           PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  OA-AVAILABLE-BALANCE    PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  OA-POSTING-COUNT        PIC 9(02).
           05  FILLER                  PIC X(10).

       01  OLB-POSTING-RECORD.
           05  OP-RECORD-TYPE          PIC X(01).
           05  OP-ACCOUNT-NUMBER       PIC X(10).
           05  OP-SEQUENCE-NUMBER      PIC 9(06).
           05  OP-POSTING-DATE         PIC 9(08).
           05  OP-TRANS-TYPE           PIC X(12).
           05  OP-DESCRIPTION          PIC X(20).
           05  OP-AMOUNT               PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  OP-RUNNING-BALANCE      PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  OP-CHECK-NUMBER         PIC X(06).
           05  FILLER                  PIC X(33).

      *> Hash totals are the plain sums of the signed amounts on the
      *> A and P records; the record count includes the header and
      *> the trailer.
       01  OLB-TRAILER-RECORD.
           05  OT-RECORD-TYPE          PIC X(01).
           05  OT-ACCOUNT-COUNT        PIC 9(07).
           05  OT-SUPPRESSED-COUNT     PIC 9(07).
           05  OT-POSTING-COUNT        PIC 9(09).
           05  OT-RECORD-COUNT         PIC 9(09).
           05  OT-BALANCE-HASH         PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  OT-AVAILABLE-HASH       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  OT-POSTING-HASH         PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(39).
