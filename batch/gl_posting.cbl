      *>   SERVICE FEE DR CUSTOMER DEPOSITS CR FEE INCOME
      *>   TRANSFER    legs debit and credit CUSTOMER DEPOSITS and
      *>               net to zero across the pair
      *>   LOAN ADVANCE DR LOANS RECEIVABLE CR CASH ON HAND
      *>   LN INTEREST DR LOANS RECEIVABLE  CR LOAN INTEREST INCOME
      *>   LATE CHARGE DR LOANS RECEIVABLE  CR FEE INCOME
      *>   LOAN PAYMENT DR CASH ON HAND     CR LOANS RECEIVABLE
      *>   CHARGE-OFF  DR LOSSES            CR CUSTOMER DEPOSITS
      *>   RECOVERY    DR CASH ON HAND      CR RECOVERY INCOME
      *>   OFFICIAL CHK purchase by account debit
      *>               DR CUSTOMER DEPOSITS CR OFFICIAL CHECKS O/S
      *>               and the refund of a void check the reverse
      *>   DISPUTE CR  provisional or final credit on a transfer
      *>               dispute DR LOSSES CR CUSTOMER DEPOSITS, and
      *>               the reversal of a provisional credit the
      *>               reverse
      *>   LEGAL PAYMT held funds paid to a legal order's creditor
      *>               DR CUSTOMER DEPOSITS CR OFFICIAL CHECKS O/S
      *>   REVERSAL    posts the exact opposite of the original
      *>               posting's mapping, using the original type
      *>               carried on the reversal record - so a waived
      *>               EXPENSE, not CASH. Reversals written before
      *>               the original type was carried fall back to a
      *>               sign-based cash/deposits booking.
      *> Official checks that move no deposit money are booked from
      *> the official check register (OFFCHK.DAT) by the business
      *> date of their issue or status change:
      *>   issued for cash    DR CASH ON HAND
      *>                      CR OFFICIAL CHECKS O/S
      *>   paid through clearing, escheated to the state, or void
      *>   with a cash refund DR OFFICIAL CHECKS O/S
      *>                      CR CASH ON HAND
      *>   reissued           nothing - the replacement stands in
      *>                      the original's place
      *> The ledger is kept by branch. Each leg of a posting books to
      *> a branch: cash and official check legs to the branch the
      *> posting was keyed at, where the money changed hands, and
      *> every other leg - the customer's deposit or loan, income,
      *> expense, losses - to the branch that owns the account. Batch
      *> postings carry no keying branch and book wholly to the
      *> owning branch; accounts with no owning branch, and official
      *> checks with no issuing branch, book to head office 0000.
      *> Whenever the two legs of a posting fall at different
      *> branches, the branch holding the debit leg is credited
      *> INTER-BRANCH DUE TO and the branch holding the credit leg is
      *> debited INTER-BRANCH DUE FROM for the same amount, so every
      *> branch balances on its own and the two inter-branch
      *> categories net to zero firm-wide. A transfer leg is booked
      *> the same way against the keying branch, so a transfer keyed
      *> at one branch between accounts owned at two others shows as
      *> a movement from one owning branch through the keying branch
      *> to the other; a transfer with no keying branch passes
      *> through head office instead.
      *> Run from JCL after INTACCR - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-SERIAL-NUMBER
               FILE STATUS IS OFFICIAL-CHECK-STATUS.

           SELECT GL-FILE ASSIGN TO "GLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "offchk.cpy".

       FD  GL-FILE.
       COPY "glfile.cpy".


       WORKING-STORAGE SECTION.
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  GL-FILE-STATUS            PIC XX VALUE "00".
       01  GL-HISTORY-STATUS         PIC XX VALUE "00".
       01  OFFICIAL-CHECK-STATUS     PIC XX VALUE "00".

       01  NO-MORE-TRANSACTIONS      PIC X VALUE "N".
           88  ALL-TRANSACTIONS-DONE     VALUE "Y".
       01  NO-MORE-OFFICIAL-CHECKS   PIC X VALUE "N".
           88  ALL-OFFICIAL-CHECKS-DONE  VALUE "Y".
       01  NO-MORE-HISTORY           PIC X VALUE "N".
           88  ALL-HISTORY-DONE          VALUE "Y".
       01  GL-HISTORY-POSTED-FLAG    PIC X VALUE "N".
       01  RUN-DATE                  PIC 9(08).
       01  WORK-AMOUNT               PIC S9(09)V99.

      *> The chart of accounts, in the order the categories are
      *> written to GLFILE.DAT, and the subscript of each category in
      *> it.
       01  CATEGORY-DEFINITIONS.
           05  FILLER PIC X(27) VALUE
               "100100CASH ON HAND        A".
           05  FILLER PIC X(27) VALUE
               "100200LOANS RECEIVABLE    A".
           05  FILLER PIC X(27) VALUE
               "100300INTER-BRANCH DUE FRMA".
           05  FILLER PIC X(27) VALUE
               "200100CUSTOMER DEPOSITS   L".
           05  FILLER PIC X(27) VALUE
               "200200OFFICIAL CHECKS O/S L".
           05  FILLER PIC X(27) VALUE
               "200300INTER-BRANCH DUE TO L".
           05  FILLER PIC X(27) VALUE
               "400100FEE INCOME          I".
           05  FILLER PIC X(27) VALUE
               "400200LOAN INTEREST INCOMEI".
           05  FILLER PIC X(27) VALUE
               "400300RECOVERY INCOME     I".
           05  FILLER PIC X(27) VALUE
               "500100INTEREST EXPENSE    X".
           05  FILLER PIC X(27) VALUE
               "500200LOSSES              X".
       01  CATEGORY-TABLE REDEFINES CATEGORY-DEFINITIONS.
           05  CATEGORY-DEFINITION OCCURS 11 TIMES.
               10  GC-CATEGORY-CODE      PIC X(06).
               10  GC-CATEGORY-NAME      PIC X(20).
               10  GC-CATEGORY-TYPE      PIC X(01).
       01  CATEGORY-COUNT            PIC 9(02) COMP VALUE 11.

       01  NO-CATEGORY               PIC 9(02) COMP VALUE 0.
       01  CASH-CATEGORY             PIC 9(02) COMP VALUE 1.
       01  LOANS-CATEGORY            PIC 9(02) COMP VALUE 2.
       01  DUE-FROM-CATEGORY         PIC 9(02) COMP VALUE 3.
       01  DEPOSITS-CATEGORY         PIC 9(02) COMP VALUE 4.
       01  OFFICIAL-CATEGORY         PIC 9(02) COMP VALUE 5.
       01  DUE-TO-CATEGORY           PIC 9(02) COMP VALUE 6.
       01  FEE-INCOME-CATEGORY       PIC 9(02) COMP VALUE 7.
       01  LOAN-INCOME-CATEGORY      PIC 9(02) COMP VALUE 8.
       01  RECOVERY-CATEGORY         PIC 9(02) COMP VALUE 9.
       01  INTEREST-CATEGORY         PIC 9(02) COMP VALUE 10.
       01  LOSSES-CATEGORY           PIC 9(02) COMP VALUE 11.

       01  CATEGORY-SUB              PIC 9(02) COMP.
       01  DEBIT-CATEGORY            PIC 9(02) COMP.
       01  CREDIT-CATEGORY           PIC 9(02) COMP.
       01  LEG-CATEGORY              PIC 9(02) COMP.

       01  OWNING-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  OWNING-BRANCH-CODE        PIC X(04).
       01  KEYING-BRANCH-CODE        PIC X(04).
       01  LEDGER-BRANCH-CODE        PIC X(04).

       01  BRANCH-SUB                PIC 9(02) COMP.
       01  BRANCH-COUNT              PIC 9(02) COMP VALUE 0.
       01  BRANCH-MATCHED            PIC X VALUE "N".
           88  BRANCH-ENTRY-FOUND        VALUE "Y".
       01  DEBIT-BRANCH-SUB          PIC 9(02) COMP.
       01  CREDIT-BRANCH-SUB         PIC 9(02) COMP.

      *> Each branch's debit and credit total for every category,
      *> subscripted by branch and then by category. Entry 1 is
      *> always head office, which also takes any branch past the
      *> end of the table.
       01  BRANCH-LEDGER-TABLE.
           05  BRANCH-LEDGER-ENTRY OCCURS 20 TIMES.
               10  BL-BRANCH-CODE        PIC X(04).
               10  BL-CATEGORY-TOTALS OCCURS 11 TIMES.
                   15  BL-DEBIT-TOTAL    PIC S9(11)V99.
                   15  BL-CREDIT-TOTAL   PIC S9(11)V99.

       01  TRANSACTIONS-SELECTED     PIC 9(07) VALUE 0.
       01  TRANSACTIONS-UNMAPPED     PIC 9(07) VALUE 0.
       01  OFFICIAL-CHECKS-SELECTED  PIC 9(07) VALUE 0.
       01  INTER-BRANCH-ENTRIES      PIC 9(07) VALUE 0.
       01  INTER-BRANCH-TOTAL        PIC S9(11)V99 VALUE 0.
       01  BRANCHES-OVERFLOWED       PIC 9(07) VALUE 0.

       COPY "runctlp.cpy".

           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE

           MOVE "0000" TO LEDGER-BRANCH-CODE
           PERFORM LOCATE-BRANCH-ENTRY

           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           IF TRANSACTION-FILE-STATUS NOT = "00"
                   OR ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open GL posting input files."
               DISPLAY "Transaction status : "
                   TRANSACTION-FILE-STATUS
               DISPLAY "Account master     : " ACCOUNT-MASTER-STATUS
           ELSE
               PERFORM UNTIL ALL-TRANSACTIONS-DONE
                   READ TRANSACTION-FILE NEXT RECORD
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-MASTER
               PERFORM POST-OFFICIAL-CHECKS-TO-GL
               PERFORM WRITE-GL-CATEGORIES
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS

           DISPLAY "GLPOST: " TRANSACTIONS-SELECTED
               " transactions posted to the ledger for " RUN-DATE "."
           DISPLAY "GLPOST: " OFFICIAL-CHECKS-SELECTED
               " official check register entries posted."
           DISPLAY "GLPOST: " INTER-BRANCH-ENTRIES
               " inter-branch entries booked for " INTER-BRANCH-TOTAL
               " across " BRANCH-COUNT " branches."
           IF BRANCHES-OVERFLOWED > 0
               DISPLAY "GLPOST: branch table full - "
                   BRANCHES-OVERFLOWED
                   " legs booked to head office instead."
           END-IF
           IF TRANSACTIONS-UNMAPPED > 0
               DISPLAY "GLPOST: " TRANSACTIONS-UNMAPPED
                   " transactions had no category mapping."
               IF WORK-AMOUNT < 0
                   COMPUTE WORK-AMOUNT = WORK-AMOUNT * -1
               END-IF
               MOVE NO-CATEGORY TO DEBIT-CATEGORY
               MOVE NO-CATEGORY TO CREDIT-CATEGORY
               EVALUATE TRUE
                   WHEN TX-TYPE-DEPOSIT
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE CASH-CATEGORY     TO DEBIT-CATEGORY
                       MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-WITHDRAWAL
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                       MOVE CASH-CATEGORY     TO CREDIT-CATEGORY
                   WHEN TX-TYPE-INTEREST
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE INTEREST-CATEGORY TO DEBIT-CATEGORY
                       MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-NSF-FEE
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                       MOVE FEE-INCOME-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-CD-PENALTY
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                       MOVE FEE-INCOME-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-SERVICE-FEE
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                       MOVE FEE-INCOME-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-TRANSFER
                       ADD 1 TO TRANSACTIONS-SELECTED
                       IF TX-AMOUNT < 0
                           MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                       ELSE
                           MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                       END-IF
                   WHEN TX-TYPE-LOAN-ADVANCE
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE LOANS-CATEGORY    TO DEBIT-CATEGORY
                       MOVE CASH-CATEGORY     TO CREDIT-CATEGORY
                   WHEN TX-TYPE-LOAN-INTEREST
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE LOANS-CATEGORY    TO DEBIT-CATEGORY
                       MOVE LOAN-INCOME-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-LATE-CHARGE
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE LOANS-CATEGORY    TO DEBIT-CATEGORY
                       MOVE FEE-INCOME-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-LOAN-PAYMENT
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE CASH-CATEGORY     TO DEBIT-CATEGORY
                       MOVE LOANS-CATEGORY    TO CREDIT-CATEGORY
                   WHEN TX-TYPE-CHARGE-OFF
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE LOSSES-CATEGORY   TO DEBIT-CATEGORY
                       MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-RECOVERY
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE CASH-CATEGORY     TO DEBIT-CATEGORY
                       MOVE RECOVERY-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-OFFICIAL-CHECK
                       ADD 1 TO TRANSACTIONS-SELECTED
                       IF TX-AMOUNT < 0
                           MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                           MOVE OFFICIAL-CATEGORY TO CREDIT-CATEGORY
                       ELSE
                           MOVE OFFICIAL-CATEGORY TO DEBIT-CATEGORY
                           MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                       END-IF
                   WHEN TX-TYPE-DISPUTE-CREDIT
                       ADD 1 TO TRANSACTIONS-SELECTED
                       IF TX-AMOUNT < 0
                           MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                           MOVE LOSSES-CATEGORY   TO CREDIT-CATEGORY
                       ELSE
                           MOVE LOSSES-CATEGORY   TO DEBIT-CATEGORY
                           MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                       END-IF
                   WHEN TX-TYPE-LEGAL-PAYMENT
                       ADD 1 TO TRANSACTIONS-SELECTED
                       MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                       MOVE OFFICIAL-CATEGORY TO CREDIT-CATEGORY
                   WHEN TX-TYPE-REVERSAL
                       ADD 1 TO TRANSACTIONS-SELECTED
                       PERFORM POST-REVERSAL-TO-GL
                       DISPLAY "GLPOST: no mapping for type "
                           TX-TYPE " on account " TX-ACCOUNT-NUMBER
               END-EVALUATE

               IF DEBIT-CATEGORY NOT = NO-CATEGORY
                       OR CREDIT-CATEGORY NOT = NO-CATEGORY
                   PERFORM FIND-OWNING-BRANCH
                   MOVE TX-BRANCH-CODE TO KEYING-BRANCH-CODE
                   IF KEYING-BRANCH-CODE = SPACES
                       IF DEBIT-CATEGORY = NO-CATEGORY
                               OR CREDIT-CATEGORY = NO-CATEGORY
                           MOVE "0000" TO KEYING-BRANCH-CODE
                       ELSE
                           MOVE OWNING-BRANCH-CODE
                               TO KEYING-BRANCH-CODE
                       END-IF
                   END-IF
                   PERFORM BOOK-GL-ENTRY
               END-IF
           END-IF.

      *> Book the reversal as the mirror image of the original
       POST-REVERSAL-TO-GL.
           EVALUATE TX-ORIGINAL-TYPE
               WHEN "DEPOSIT"
                   MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                   MOVE CASH-CATEGORY     TO CREDIT-CATEGORY
               WHEN "WITHDRAWAL"
                   MOVE CASH-CATEGORY     TO DEBIT-CATEGORY
                   MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
               WHEN "INTEREST"
                   MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                   MOVE INTEREST-CATEGORY TO CREDIT-CATEGORY
               WHEN "NSF FEE"
                   MOVE FEE-INCOME-CATEGORY TO DEBIT-CATEGORY
                   MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
               WHEN "CD PENALTY"
                   MOVE FEE-INCOME-CATEGORY TO DEBIT-CATEGORY
                   MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
               WHEN "SERVICE FEE"
                   MOVE FEE-INCOME-CATEGORY TO DEBIT-CATEGORY
                   MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
               WHEN "TRANSFER"
                   IF TX-AMOUNT < 0
                       MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                   ELSE
                       MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                   END-IF
               WHEN "LOAN ADVANCE"
                   MOVE CASH-CATEGORY     TO DEBIT-CATEGORY
                   MOVE LOANS-CATEGORY    TO CREDIT-CATEGORY
               WHEN "LN INTEREST"
                   MOVE LOAN-INCOME-CATEGORY TO DEBIT-CATEGORY
                   MOVE LOANS-CATEGORY    TO CREDIT-CATEGORY
               WHEN "LATE CHARGE"
                   MOVE FEE-INCOME-CATEGORY TO DEBIT-CATEGORY
                   MOVE LOANS-CATEGORY    TO CREDIT-CATEGORY
               WHEN "LOAN PAYMENT"
                   MOVE LOANS-CATEGORY    TO DEBIT-CATEGORY
                   MOVE CASH-CATEGORY     TO CREDIT-CATEGORY
               WHEN OTHER
                   IF TX-AMOUNT < 0
                       MOVE DEPOSITS-CATEGORY TO DEBIT-CATEGORY
                       MOVE CASH-CATEGORY     TO CREDIT-CATEGORY
                   ELSE
                       MOVE CASH-CATEGORY     TO DEBIT-CATEGORY
                       MOVE DEPOSITS-CATEGORY TO CREDIT-CATEGORY
                   END-IF
           END-EVALUATE.

      *> TRANSACTION-FILE is read in account order, so the master is
      *> only read when the account changes.
       FIND-OWNING-BRANCH.
           IF TX-ACCOUNT-NUMBER NOT = OWNING-ACCOUNT-NUMBER
               MOVE TX-ACCOUNT-NUMBER TO OWNING-ACCOUNT-NUMBER
               MOVE TX-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE SPACES TO AM-BRANCH-CODE
               END-READ
               MOVE AM-BRANCH-CODE TO OWNING-BRANCH-CODE
               IF OWNING-BRANCH-CODE = SPACES
                   MOVE "0000" TO OWNING-BRANCH-CODE
               END-IF
           END-IF.

      *> Books WORK-AMOUNT as DEBIT-CATEGORY / CREDIT-CATEGORY, each
      *> leg at its own branch, with the inter-branch pair when the
      *> legs fall at different branches. A transfer leg has no
      *> category on its other side, which stands at the keying
      *> branch.
       BOOK-GL-ENTRY.
           MOVE DEBIT-CATEGORY TO LEG-CATEGORY
           PERFORM CHOOSE-LEG-BRANCH
           MOVE BRANCH-SUB TO DEBIT-BRANCH-SUB
           MOVE CREDIT-CATEGORY TO LEG-CATEGORY
           PERFORM CHOOSE-LEG-BRANCH
           MOVE BRANCH-SUB TO CREDIT-BRANCH-SUB

           IF DEBIT-CATEGORY NOT = NO-CATEGORY
               ADD WORK-AMOUNT TO
                   BL-DEBIT-TOTAL(DEBIT-BRANCH-SUB, DEBIT-CATEGORY)
           END-IF
           IF CREDIT-CATEGORY NOT = NO-CATEGORY
               ADD WORK-AMOUNT TO
                   BL-CREDIT-TOTAL(CREDIT-BRANCH-SUB, CREDIT-CATEGORY)
           END-IF

           IF DEBIT-BRANCH-SUB NOT = CREDIT-BRANCH-SUB
               ADD WORK-AMOUNT TO
                   BL-CREDIT-TOTAL(DEBIT-BRANCH-SUB, DUE-TO-CATEGORY)
               ADD WORK-AMOUNT TO
                   BL-DEBIT-TOTAL(CREDIT-BRANCH-SUB, DUE-FROM-CATEGORY)
               ADD 1 TO INTER-BRANCH-ENTRIES
               ADD WORK-AMOUNT TO INTER-BRANCH-TOTAL
           END-IF.

       CHOOSE-LEG-BRANCH.
           IF LEG-CATEGORY = CASH-CATEGORY OR OFFICIAL-CATEGORY
                   OR NO-CATEGORY
               MOVE KEYING-BRANCH-CODE TO LEDGER-BRANCH-CODE
           ELSE
               MOVE OWNING-BRANCH-CODE TO LEDGER-BRANCH-CODE
           END-IF
           PERFORM LOCATE-BRANCH-ENTRY.

       LOCATE-BRANCH-ENTRY.
           MOVE "N" TO BRANCH-MATCHED
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > BRANCH-COUNT
                   OR BRANCH-ENTRY-FOUND
               IF BL-BRANCH-CODE(BRANCH-SUB) = LEDGER-BRANCH-CODE
                   MOVE "Y" TO BRANCH-MATCHED
               END-IF
           END-PERFORM

           IF BRANCH-ENTRY-FOUND
               SUBTRACT 1 FROM BRANCH-SUB
           ELSE
               IF BRANCH-COUNT < 20
                   ADD 1 TO BRANCH-COUNT
                   MOVE BRANCH-COUNT TO BRANCH-SUB
                   MOVE LEDGER-BRANCH-CODE
                       TO BL-BRANCH-CODE(BRANCH-SUB)
                   PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                           UNTIL CATEGORY-SUB > CATEGORY-COUNT
                       MOVE 0 TO BL-DEBIT-TOTAL(BRANCH-SUB,
                           CATEGORY-SUB)
                       MOVE 0 TO BL-CREDIT-TOTAL(BRANCH-SUB,
                           CATEGORY-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO BRANCHES-OVERFLOWED
                   MOVE 1 TO BRANCH-SUB
               END-IF
           END-IF.

      *> No register on file simply means no official check has
      *> been issued yet.
       POST-OFFICIAL-CHECKS-TO-GL.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF OFFICIAL-CHECK-STATUS = "00"
               PERFORM UNTIL ALL-OFFICIAL-CHECKS-DONE
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
                       AT END
                           SET ALL-OFFICIAL-CHECKS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OFFICIAL-CHECKS-DONE
                       PERFORM POST-OFFICIAL-CHECK-TO-GL
                   END-IF
               END-PERFORM
               CLOSE OFFICIAL-CHECK-FILE
           END-IF.

      *> Both legs stand at the issuing branch.
       POST-OFFICIAL-CHECK-TO-GL.
           MOVE OC-AMOUNT TO WORK-AMOUNT
           MOVE OC-BRANCH-CODE TO OWNING-BRANCH-CODE
           IF OWNING-BRANCH-CODE = SPACES
               MOVE "0000" TO OWNING-BRANCH-CODE
           END-IF
           MOVE OWNING-BRANCH-CODE TO KEYING-BRANCH-CODE

           IF OC-ISSUE-DATE = RUN-DATE AND OC-ISSUED-FOR-CASH
               ADD 1 TO OFFICIAL-CHECKS-SELECTED
               MOVE CASH-CATEGORY     TO DEBIT-CATEGORY
               MOVE OFFICIAL-CATEGORY TO CREDIT-CATEGORY
               PERFORM BOOK-GL-ENTRY
           END-IF

           IF OC-STATUS-DATE = RUN-DATE
               IF OC-PAID OR OC-ESCHEATED
                       OR (OC-VOID AND OC-REFUND-IN-CASH)
                   ADD 1 TO OFFICIAL-CHECKS-SELECTED
                   MOVE OFFICIAL-CATEGORY TO DEBIT-CATEGORY
                   MOVE CASH-CATEGORY     TO CREDIT-CATEGORY
                   PERFORM BOOK-GL-ENTRY
               END-IF
           END-IF.

       WRITE-GL-CATEGORIES.
           OPEN OUTPUT GL-FILE
           IF GL-FILE-STATUS NOT = "00"
                   PERFORM OPEN-GL-HISTORY
               END-IF

               PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                       UNTIL BRANCH-SUB > BRANCH-COUNT
                   PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                           UNTIL CATEGORY-SUB > CATEGORY-COUNT
                       PERFORM WRITE-ONE-GL-CATEGORY
                   END-PERFORM
               END-PERFORM

               CLOSE GL-FILE
               IF NOT HISTORY-ALREADY-POSTED
      *> but appending the same business date's category records to
      *> the history twice would double-count the date in the
      *> month-end trial balance. A date already on the history means
      *> its generation was appended whole (the category records go
      *> out together at end of job), so the restart skips the
      *> append.
       CHECK-GL-HISTORY-FOR-RERUN.
           MOVE "N" TO GL-HISTORY-POSTED-FLAG
           MOVE "N" TO NO-MORE-HISTORY
      *> night), and the GL history appended by business date so the
      *> month-end trial balance can prove the period.
       WRITE-ONE-GL-CATEGORY.
           MOVE BL-BRANCH-CODE(BRANCH-SUB)     TO GL-BRANCH-CODE
           MOVE GC-CATEGORY-CODE(CATEGORY-SUB) TO GL-CATEGORY-CODE
           MOVE GC-CATEGORY-NAME(CATEGORY-SUB) TO GL-CATEGORY-NAME
           MOVE GC-CATEGORY-TYPE(CATEGORY-SUB) TO GL-CATEGORY-TYPE
           MOVE BL-DEBIT-TOTAL(BRANCH-SUB, CATEGORY-SUB)
               TO GL-DEBIT-TOTAL
           MOVE BL-CREDIT-TOTAL(BRANCH-SUB, CATEGORY-SUB)
               TO GL-CREDIT-TOTAL
           WRITE GL-CATEGORY-RECORD

           IF NOT HISTORY-ALREADY-POSTED
               MOVE RUN-DATE          TO GH-BUSINESS-DATE
               MOVE GL-BRANCH-CODE    TO GH-BRANCH-CODE
               MOVE GL-CATEGORY-CODE  TO GH-CATEGORY-CODE
               MOVE GL-CATEGORY-NAME  TO GH-CATEGORY-NAME
               MOVE GL-CATEGORY-TYPE  TO GH-CATEGORY-TYPE
