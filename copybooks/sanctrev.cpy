      *> Record layout for the SANCTIONS-REVIEW file (SANCTREV.DAT).
      *> Keyed by customer number plus watch-list entry; one record
      *> for each list entry a customer has possibly matched, kept by
      *> OFACSCRN. While any review for the customer is PENDING,
      *> accounts opened for the customer are held in COMPLIANCE
      *> status and the customer cannot be added as a joint owner.
      *> Compliance either RELEASEs a review (a false match - that
      *> list entry is not raised against the customer again, and
      *> once nothing is left pending the held accounts go ACTIVE) or
      *> CONFIRMs it (a true match - the held accounts are FROZEN and
      *> no new account may be opened).
       01  SANCTIONS-REVIEW-RECORD.
           05  SR-KEY.
               10  SR-CUSTOMER-NUMBER  PIC X(10).
               10  SR-ENTRY-ID         PIC X(10).
           05  SR-ENTRY-NAME           PIC X(40).
           05  SR-MATCH-TYPE           PIC X(06).
               88  SR-MATCHED-TAX-ID       VALUE "TAX ID".
               88  SR-MATCHED-NAME         VALUE "NAME".
           05  SR-SCREEN-DATE          PIC 9(08).
           05  SR-SCREENED-BY          PIC X(08).
           05  SR-REVIEW-STATUS        PIC X(10).
               88  SR-PENDING              VALUE "PENDING".
               88  SR-RELEASED             VALUE "RELEASED".
               88  SR-CONFIRMED            VALUE "CONFIRMED".
           05  SR-DECIDED-BY           PIC X(08).
           05  SR-DECIDED-DATE         PIC 9(08).
