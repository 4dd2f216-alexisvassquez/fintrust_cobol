      *> accepted/rejected control totals are displayed for the
      *> operator. Run from JCL - not reachable from MAINMENU.
      *>
      *> LOAN PMT records pay an installment loan. LOANSVC splits
      *> the payment exactly as it does at the teller window, and
      *> the interest and payment entries are posted the same way
      *> ACCTMGMT posts them.
      *>
      *> A DEPOSIT to an account closed CHARGED OFF is money recovered
      *> on the charge-off: it posts as RECOVERY against the account's
      *> RECOVERY.DAT entry, leaving the closed account's zero balance
      *> alone, exactly as the teller window takes it.
      *>
      *> Reject reason codes:
      *>   ACCTNF  account not on ACCOUNT-MASTER
      *>   STATUS  account status does not permit posting
      *>   BADTYPE transaction type not DEPOSIT, WITHDRAWAL or
      *>           LOAN PMT, a LOAN PMT to an account that is not a
      *>           LOAN, or a deposit or withdrawal to a LOAN
      *>   BADAMT  amount not numeric or zero
      *>   NSFAVL  withdrawal exceeds the available balance, after
      *>           any overdraft-protection sweep from the linked
      *>           cap for the account type - there is no override
      *>           in batch; a supervisor can re-key the item online
      *>           and override there
      *>   LOANNF  no loan terms on file for the LOAN account
      *>   OVERPAY loan payment exceeds the payoff amount, or the
      *>           loan is already paid in full, or a recovery
      *>           exceeds what is still outstanding on the charge-off
      *>   NORECOV deposit to a charged-off account with no open
      *>           recovery entry
      *>   NOPOST  transaction file write failed

       ENVIRONMENT DIVISION.
               RECORD KEY IS WL-ACCOUNT-TYPE
               FILE STATUS IS WITHDRAWAL-LIMIT-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ACCOUNT-NUMBER
               FILE STATUS IS RECOVERY-FILE-STATUS.

           SELECT BATCH-REJECT-FILE ASSIGN TO "BCHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-REJECT-STATUS.
       FD  WITHDRAWAL-LIMIT-TABLE.
       COPY "limtab.cpy".

       FD  RECOVERY-FILE.
       COPY "recovery.cpy".

       FD  BATCH-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-REJECT-LINE         PIC X(80).
       01  LIMIT-OK-FLAG             PIC X VALUE "N".
           88  WITHDRAWAL-WITHIN-LIMITS  VALUE "Y".
       01  DAY-WITHDRAWAL-TOTAL      PIC S9(11)V99.
       01  RECOVERY-FILE-STATUS      PIC XX VALUE "00".
       01  RECOVERY-FILE-OPEN-FLAG   PIC X VALUE "N".
           88  RECOVERY-FILE-IS-OPEN     VALUE "Y".
       01  RECOVERY-POSTING-FLAG     PIC X VALUE "N".
           88  RECOVERY-POSTING          VALUE "Y".
       01  RECOVERY-OUTSTANDING      PIC S9(09)V99.

       01  TRANSFER-LEG-FLAG         PIC X VALUE "N".
           88  TRANSFER-LEG-POSTED       VALUE "Y".
       01  LOAN-LEG-FLAG             PIC X VALUE "N".
           88  LOAN-LEG-POSTED           VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  REJECT-REASON-CODE        PIC X(08).
       01  ACTIVE-HOLD-TOTAL         PIC S9(09)V99.
       01  AVAILABLE-BALANCE         PIC S9(09)V99.
       01  NEXT-SEQUENCE-NUMBER      PIC 9(06).
       01  LOAN-POSTING-AMOUNT       PIC S9(09)V99.
       01  LOAN-POSTING-TYPE         PIC X(12).
       01  LOAN-POSTING-DESCRIPTION  PIC X(20).
       01  LOAN-INTEREST-SEQUENCE    PIC 9(06).
       01  LOAN-PRIOR-BALANCE        PIC S9(09)V99.

       01  RECORDS-READ              PIC 9(07) VALUE 0.
       01  RECORDS-ACCEPTED          PIC 9(07) VALUE 0.
       01  AMOUNT-REJECTED           PIC S9(11)V99 VALUE 0.

       COPY "auditrec.cpy".
       COPY "loansvcp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF WITHDRAWAL-LIMIT-STATUS = "00"
               MOVE "Y" TO LIMIT-TABLE-OPEN-FLAG
           END-IF
      *> No recovery file simply means nothing has been charged off.
           OPEN I-O RECOVERY-FILE
           IF RECOVERY-FILE-STATUS = "00"
               MOVE "Y" TO RECOVERY-FILE-OPEN-FLAG
           END-IF
           OPEN OUTPUT BATCH-REJECT-FILE.

       CLOSE-POSTING-FILES.
           IF LIMIT-TABLE-IS-OPEN
               CLOSE WITHDRAWAL-LIMIT-TABLE
           END-IF
           IF RECOVERY-FILE-IS-OPEN
               CLOSE RECOVERY-FILE
           END-IF
           CLOSE BATCH-REJECT-FILE.

       PROCESS-BATCH-POSTING.
           PERFORM VALIDATE-BATCH-POSTING

           IF REJECT-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN BI-TYPE-LOAN-PAYMENT
                       PERFORM POST-BATCH-LOAN-PAYMENT
                   WHEN RECOVERY-POSTING
                       PERFORM POST-BATCH-RECOVERY
                   WHEN OTHER
                       PERFORM POST-BATCH-TRANSACTION
               END-EVALUATE
           ELSE
               PERFORM WRITE-BATCH-REJECT
           END-IF.
       VALIDATE-BATCH-POSTING.
           MOVE BI-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           MOVE "N" TO RECOVERY-POSTING-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE

           EVALUATE TRUE
               WHEN NOT BI-TYPE-DEPOSIT AND NOT BI-TYPE-WITHDRAWAL
                       AND NOT BI-TYPE-LOAN-PAYMENT
                   MOVE "BADTYPE" TO REJECT-REASON-CODE
               WHEN BI-AMOUNT NOT NUMERIC
                   MOVE "BADAMT" TO REJECT-REASON-CODE
                   MOVE "BADAMT" TO REJECT-REASON-CODE
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCTNF" TO REJECT-REASON-CODE
               WHEN BI-TYPE-DEPOSIT AND AM-STATUS-CLOSED
                       AND AM-CLOSURE-REASON = "CHARGED OFF"
                   PERFORM CHECK-RECOVERY-ENTRY
               WHEN NOT AM-STATUS-ACTIVE
                   MOVE "STATUS" TO REJECT-REASON-CODE
               WHEN BI-TYPE-LOAN-PAYMENT AND NOT AM-TYPE-LOAN
                   MOVE "BADTYPE" TO REJECT-REASON-CODE
               WHEN AM-TYPE-LOAN AND NOT BI-TYPE-LOAN-PAYMENT
                   MOVE "BADTYPE" TO REJECT-REASON-CODE
               WHEN BI-TYPE-LOAN-PAYMENT
                   PERFORM QUOTE-BATCH-LOAN-PAYMENT
               WHEN BI-TYPE-WITHDRAWAL
                   PERFORM CHECK-FOR-STOP-PAYMENT
                   PERFORM CHECK-WITHDRAWAL-LIMITS
                   END-EVALUATE
           END-EVALUATE.

       CHECK-RECOVERY-ENTRY.
           MOVE "NORECOV" TO REJECT-REASON-CODE
           IF RECOVERY-FILE-IS-OPEN
               MOVE BI-ACCOUNT-NUMBER TO RC-ACCOUNT-NUMBER
               READ RECOVERY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-OPEN
                           COMPUTE RECOVERY-OUTSTANDING =
                               RC-CHARGE-OFF-AMOUNT
                               - RC-RECOVERED-TOTAL
                           IF BI-AMOUNT > RECOVERY-OUTSTANDING
                               MOVE "OVERPAY" TO REJECT-REASON-CODE
                           ELSE
                               MOVE SPACES TO REJECT-REASON-CODE
                               MOVE "Y" TO RECOVERY-POSTING-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *> The split is quoted before anything posts, so a payment the
      *> loan cannot absorb is rejected whole.
       QUOTE-BATCH-LOAN-PAYMENT.
           MOVE SPACES TO LOAN-SERVICE-PARAMETERS
           SET LV-FUNCTION-QUOTE TO TRUE
           MOVE AM-ACCOUNT-NUMBER TO LV-ACCOUNT-NUMBER
           MOVE RUN-DATE          TO LV-POSTING-DATE
           MOVE BI-AMOUNT         TO LV-AMOUNT
           CALL "LOANSVC" USING LOAN-SERVICE-PARAMETERS

           EVALUATE TRUE
               WHEN LV-OK
                   CONTINUE
               WHEN LV-LOAN-NOT-FOUND
                   MOVE "LOANNF" TO REJECT-REASON-CODE
               WHEN LV-OVER-PAYOFF OR LV-LOAN-PAID
                   MOVE "OVERPAY" TO REJECT-REASON-CODE
               WHEN OTHER
                   MOVE "NOPOST" TO REJECT-REASON-CODE
           END-EVALUATE.

      *> Same caps the teller path enforces: the largest single item
      *> and the cumulative daily withdrawal total for the account
      *> type, the day's prior withdrawals summed from
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

      *> Recovery money leaves the closed account's zero balance as
      *> it is; the recovery entry read at validation is credited.
       POST-BATCH-RECOVERY.
           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER

           MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
           MOVE RUN-DATE             TO TX-DATE
           SET TX-TYPE-RECOVERY      TO TRUE
           MOVE BI-DESCRIPTION       TO TX-DESCRIPTION
           MOVE BI-AMOUNT            TO TX-AMOUNT
           MOVE AM-CURRENT-BALANCE   TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED       TO TRUE
           MOVE "SYSBATCH"           TO TX-POSTED-BY
           MOVE SPACES               TO TX-ORIGINAL-TYPE
           MOVE SPACES               TO TX-CHECK-NUMBER
           MOVE SPACES               TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE "NOPOST" TO REJECT-REASON-CODE
                   PERFORM WRITE-BATCH-REJECT
               NOT INVALID KEY
                   ADD BI-AMOUNT TO RC-RECOVERED-TOTAL
                   MOVE RUN-DATE TO RC-LAST-RECOVERY-DATE
                   IF RC-RECOVERED-TOTAL NOT < RC-CHARGE-OFF-AMOUNT
                       SET RC-RECOVERED TO TRUE
                   END-IF
                   REWRITE RECOVERY-RECORD
                   ADD 1 TO RECORDS-ACCEPTED
                   ADD BI-AMOUNT TO AMOUNT-ACCEPTED
                   MOVE "SYSBATCH"        TO AL-USER-ID
                   MOVE "BCHPOST"         TO AL-PROGRAM-NAME
                   MOVE "RECOVERY POSTED" TO AL-ACTION
                   MOVE BI-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

      *> The interest earned is charged to the loan as LN INTEREST
      *> and the full amount received credited as LOAN PAYMENT, so
      *> the balance falls by the principal and late charges paid.
      *> If the payment entry cannot be written the interest entry
      *> is removed again - both post or neither - and only then is
      *> the schedule updated.
       POST-BATCH-LOAN-PAYMENT.
           MOVE AM-CURRENT-BALANCE TO LOAN-PRIOR-BALANCE
           MOVE "Y" TO LOAN-LEG-FLAG
           MOVE 0 TO LOAN-INTEREST-SEQUENCE
           IF LV-INTEREST-PORTION > 0
               MOVE LV-INTEREST-PORTION TO LOAN-POSTING-AMOUNT
               MOVE "LN INTEREST"       TO LOAN-POSTING-TYPE
               MOVE "LOAN INTEREST"     TO LOAN-POSTING-DESCRIPTION
               PERFORM WRITE-LOAN-POSTING
               MOVE NEXT-SEQUENCE-NUMBER TO LOAN-INTEREST-SEQUENCE
           END-IF

           IF LOAN-LEG-POSTED
               COMPUTE LOAN-POSTING-AMOUNT = BI-AMOUNT * -1
               MOVE "LOAN PAYMENT"      TO LOAN-POSTING-TYPE
               MOVE BI-DESCRIPTION      TO LOAN-POSTING-DESCRIPTION
               PERFORM WRITE-LOAN-POSTING
               IF NOT LOAN-LEG-POSTED
                       AND LOAN-INTEREST-SEQUENCE NOT = 0
                   MOVE AM-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
                   MOVE LOAN-INTEREST-SEQUENCE
                       TO TX-SEQUENCE-NUMBER
                   DELETE TRANSACTION-FILE RECORD
               END-IF
           END-IF

           IF NOT LOAN-LEG-POSTED
               MOVE LOAN-PRIOR-BALANCE TO AM-CURRENT-BALANCE
               MOVE "NOPOST" TO REJECT-REASON-CODE
               PERFORM WRITE-BATCH-REJECT
           ELSE
               REWRITE ACCOUNT-MASTER-RECORD
               SET LV-FUNCTION-APPLY TO TRUE
               CALL "LOANSVC" USING LOAN-SERVICE-PARAMETERS
               IF NOT LV-OK
                   DISPLAY "BCHPOST: loan schedule not updated for "
                       AM-ACCOUNT-NUMBER " - return code "
                       LV-RETURN-CODE
               END-IF
               ADD 1 TO RECORDS-ACCEPTED
               ADD BI-AMOUNT TO AMOUNT-ACCEPTED
               MOVE "SYSBATCH"        TO AL-USER-ID
               MOVE "BCHPOST"         TO AL-PROGRAM-NAME
               MOVE "LOAN PAYMENT APPLIED" TO AL-ACTION
               MOVE BI-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-IF.

      *> Writes one loan entry against the account in the record
      *> area and carries the running balance forward; the master
      *> is rewritten by the caller once every entry is on file.
       WRITE-LOAN-POSTING.
           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           COMPUTE NEW-ACCOUNT-BALANCE =
               AM-CURRENT-BALANCE + LOAN-POSTING-AMOUNT

           MOVE AM-ACCOUNT-NUMBER        TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER     TO TX-SEQUENCE-NUMBER
           MOVE RUN-DATE                 TO TX-DATE
           MOVE LOAN-POSTING-TYPE        TO TX-TYPE
           MOVE LOAN-POSTING-DESCRIPTION TO TX-DESCRIPTION
           MOVE LOAN-POSTING-AMOUNT      TO TX-AMOUNT
           MOVE NEW-ACCOUNT-BALANCE      TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED           TO TRUE
           MOVE "SYSBATCH"               TO TX-POSTED-BY
           MOVE SPACES                   TO TX-ORIGINAL-TYPE
           MOVE SPACES                   TO TX-CHECK-NUMBER
           MOVE SPACES                   TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE "N" TO LOAN-LEG-FLAG
               NOT INVALID KEY
                   MOVE NEW-ACCOUNT-BALANCE TO AM-CURRENT-BALANCE
           END-WRITE.

       DETERMINE-NEXT-SEQUENCE-NUMBER.
           MOVE 0 TO NEXT-SEQUENCE-NUMBER
           MOVE AM-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
