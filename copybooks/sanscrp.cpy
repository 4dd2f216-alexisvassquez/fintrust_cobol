      *> Linkage parameters for the OFACSCRN sanctions screening
      *> subprogram. The caller names the function and the customer:
      *>   SCREEN   check the name and tax ID against the whole
      *>            watch list; each possible match opens a PENDING
      *>            review unless one is already on file for that
      *>            customer and list entry, then return the
      *>            customer's standing as for STATUS
      *>   STATUS   return the customer's standing only: confirmed
      *>            if any review is CONFIRMED, else pending if any
      *>            is PENDING, else clear
      *>   NEXT     return the next PENDING review after the customer
      *>            and entry given (spaces to start), for browsing
      *>   RELEASE  compliance clears the PENDING review for the
      *>            customer and entry given
      *>   CONFIRM  compliance confirms that review as a true match
      *> Return codes: 00 clear, 01 pending review, 02 confirmed
      *> match, 03 no review on file, 04 review not pending,
      *> 98 no watch list on file (nothing could be screened),
      *> 99 error. SS-NEW-MATCH is "Y" when this SCREEN call opened
      *> a review, so the caller writes the audit record once; the
      *> entry fields then describe the first review it opened.
      *> The caller changes account status; OFACSCRN keeps only the
      *> watch list and review files.
       01  SANCTIONS-SCREEN-PARAMETERS.
           05  SS-FUNCTION             PIC X(07).
               88  SS-FUNCTION-SCREEN      VALUE "SCREEN".
               88  SS-FUNCTION-STATUS      VALUE "STATUS".
               88  SS-FUNCTION-NEXT        VALUE "NEXT".
               88  SS-FUNCTION-RELEASE     VALUE "RELEASE".
               88  SS-FUNCTION-CONFIRM     VALUE "CONFIRM".
           05  SS-CUSTOMER-NUMBER      PIC X(10).
           05  SS-CUSTOMER-NAME        PIC X(30).
           05  SS-TAX-ID               PIC X(11).
           05  SS-USER-ID              PIC X(08).
           05  SS-PROCESS-DATE         PIC 9(08).
           05  SS-ENTRY-ID             PIC X(10).
           05  SS-ENTRY-NAME           PIC X(40).
           05  SS-MATCH-TYPE           PIC X(06).
           05  SS-SCREEN-DATE          PIC 9(08).
           05  SS-SCREENED-BY          PIC X(08).
           05  SS-NEW-MATCH            PIC X(01).
               88  SS-MATCH-IS-NEW         VALUE "Y".
           05  SS-RETURN-CODE          PIC X(02).
               88  SS-CLEAR                VALUE "00".
               88  SS-REVIEW-PENDING       VALUE "01".
               88  SS-MATCH-CONFIRMED      VALUE "02".
               88  SS-REVIEW-NOT-FOUND     VALUE "03".
               88  SS-REVIEW-NOT-PENDING   VALUE "04".
               88  SS-NO-WATCH-LIST        VALUE "98".
               88  SS-SCREEN-ERROR         VALUE "99".
