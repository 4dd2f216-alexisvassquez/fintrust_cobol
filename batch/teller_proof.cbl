
      *> End-of-day teller proof batch job. Totals the business day's
      *> TRANSACTION-FILE postings by the user ID stamped on each one
      *> (TX-POSTED-BY) - deposits, withdrawals, loan cash, other
      *> postings and item counts per teller - and proves each
      *> teller's cash drawer against the TELLER-DRAWER file kept by
      *> TELLCASH:
      *> expected cash is the opening count plus vault buys less
      *> vault sells plus cash taken in less cash paid out, and the
      *> report prints it against the declared closing count with an
      *> over/short line per teller and for the vault. The report is
      *> broken out by the branch stamped on each posting, with a
      *> consolidated bank-wide total; postings with no branch code
      *> prove under head office 0000. Official checks bought for
      *> cash, and cash refunds of voided checks, never reach the
      *> TRANSACTION-FILE, so they are picked up from the official
      *> check register (OFFCHK.DAT) and proven in the issuing or
      *> voiding teller's drawer. Run from JCL at end of day -
      *> not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
               RECORD KEY IS DW-KEY
               FILE STATUS IS TELLER-DRAWER-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-SERIAL-NUMBER
               FILE STATUS IS OFFICIAL-CHECK-STATUS.

           SELECT TELLER-PROOF-REPORT ASSIGN TO "TELLPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELLER-PROOF-STATUS.
       FD  TELLER-DRAWER-FILE.
       COPY "drawer.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "offchk.cpy".

       FD  TELLER-PROOF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TELLER-PROOF-LINE         PIC X(80).
               10  TP-OTHER-TOTAL        PIC S9(11)V99.
               10  TP-OTHER-COUNT        PIC 9(05).
               10  TP-ITEM-COUNT         PIC 9(05).
               10  TP-OFFICIAL-CASH-TOTAL
                                         PIC S9(11)V99.
      *> Loan proceeds paid out and loan payments taken in at the
      *> window, carried as drawer cash: positive is cash in.
               10  TP-LOAN-CASH-TOTAL    PIC S9(11)V99.
               10  TP-LOAN-CASH-COUNT    PIC 9(05).

       01  BRANCH-SUB                PIC 9(02) COMP.
       01  BRANCH-COUNT              PIC 9(02) COMP VALUE 0.
               10  BP-DEPOSIT-TOTAL      PIC S9(11)V99.
               10  BP-WITHDRAWAL-TOTAL   PIC S9(11)V99.
               10  BP-OTHER-TOTAL        PIC S9(11)V99.
               10  BP-LOAN-CASH-TOTAL    PIC S9(11)V99.
               10  BP-ITEM-COUNT         PIC 9(05).

       01  CONSOLIDATED-DEPOSITS     PIC S9(11)V99 VALUE 0.
       01  CONSOLIDATED-WITHDRAWALS  PIC S9(11)V99 VALUE 0.
       01  CONSOLIDATED-OTHER        PIC S9(11)V99 VALUE 0.
       01  CONSOLIDATED-LOAN-CASH    PIC S9(11)V99 VALUE 0.

       01  ITEMS-SELECTED            PIC 9(07) VALUE 0.
       01  DEPOSIT-DISPLAY           PIC -(11)9.99.
       01  DECLARED-DISPLAY          PIC -(11)9.99.
       01  OVER-SHORT-DISPLAY        PIC -(11)9.99.

       01  OFFICIAL-CHECK-STATUS     PIC XX VALUE "00".
       01  NO-MORE-OFFICIAL-CHECKS   PIC X VALUE "N".
           88  ALL-OFFICIAL-CHECKS-DONE  VALUE "Y".
       01  OFFICIAL-CASH-AMOUNT      PIC S9(11)V99.
       01  OFFICIAL-CASH-DISPLAY     PIC -(11)9.99.
       01  LOAN-CASH-DISPLAY         PIC -(11)9.99.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
               PERFORM TALLY-OFFICIAL-CHECK-CASH
               PERFORM WRITE-TELLER-PROOF-REPORT
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
               MOVE POSTING-BRANCH-CODE
                   TO TP-BRANCH-CODE(TELLER-SUB)
               ADD 1 TO TP-ITEM-COUNT(TELLER-SUB)
      *> Recovery money on a charged-off account is cash taken in at
      *> the window just as a deposit is, so it proves with them.
      *> Loan proceeds are paid out in cash (a LOAN ADVANCE, posted
      *> positive to the loan) and loan payments are tendered in
      *> cash (a LOAN PAYMENT, posted negative), so both are drawer
      *> cash with the sign turned round: an advance is cash out, a
      *> payment cash in.
               EVALUATE TRUE
                   WHEN TX-TYPE-DEPOSIT OR TX-TYPE-RECOVERY
                       ADD TX-AMOUNT
                           TO TP-DEPOSIT-TOTAL(TELLER-SUB)
                       ADD 1 TO TP-DEPOSIT-COUNT(TELLER-SUB)
                       ADD TX-AMOUNT
                           TO TP-WITHDRAWAL-TOTAL(TELLER-SUB)
                       ADD 1 TO TP-WITHDRAWAL-COUNT(TELLER-SUB)
                   WHEN TX-TYPE-LOAN-ADVANCE OR TX-TYPE-LOAN-PAYMENT
                       SUBTRACT TX-AMOUNT
                           FROM TP-LOAN-CASH-TOTAL(TELLER-SUB)
                       ADD 1 TO TP-LOAN-CASH-COUNT(TELLER-SUB)
                   WHEN OTHER
                       ADD TX-AMOUNT
                           TO TP-OTHER-TOTAL(TELLER-SUB)
           IF BRANCH-ENTRY-FOUND
               ADD 1 TO BP-ITEM-COUNT(BRANCH-SUB)
               EVALUATE TRUE
                   WHEN TX-TYPE-DEPOSIT OR TX-TYPE-RECOVERY
                       ADD TX-AMOUNT
                           TO BP-DEPOSIT-TOTAL(BRANCH-SUB)
                       ADD TX-AMOUNT TO CONSOLIDATED-DEPOSITS
                       ADD TX-AMOUNT
                           TO BP-WITHDRAWAL-TOTAL(BRANCH-SUB)
                       ADD TX-AMOUNT TO CONSOLIDATED-WITHDRAWALS
                   WHEN TX-TYPE-LOAN-ADVANCE OR TX-TYPE-LOAN-PAYMENT
                       SUBTRACT TX-AMOUNT
                           FROM BP-LOAN-CASH-TOTAL(BRANCH-SUB)
                       SUBTRACT TX-AMOUNT FROM CONSOLIDATED-LOAN-CASH
                   WHEN OTHER
                       ADD TX-AMOUNT
                           TO BP-OTHER-TOTAL(BRANCH-SUB)
               END-EVALUATE
           END-IF.

      *> Cash across the counter for official checks: a check
      *> issued for cash today is money into the issuing teller's
      *> drawer, and a voided check refunded in cash today is money
      *> out of the voiding teller's drawer. No register on file
      *> means no official check has been issued yet.
       TALLY-OFFICIAL-CHECK-CASH.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF OFFICIAL-CHECK-STATUS = "00"
               PERFORM UNTIL ALL-OFFICIAL-CHECKS-DONE
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
                       AT END
                           SET ALL-OFFICIAL-CHECKS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OFFICIAL-CHECKS-DONE
                       IF OC-ISSUED-FOR-CASH
                               AND OC-ISSUE-DATE = RUN-DATE
                           MOVE OC-ISSUED-BY TO POSTING-USER-ID
                           MOVE OC-AMOUNT TO OFFICIAL-CASH-AMOUNT
                           PERFORM TALLY-OFFICIAL-CASH-ITEM
                       END-IF
                       IF OC-VOID AND OC-REFUND-IN-CASH
                               AND OC-STATUS-DATE = RUN-DATE
                           MOVE OC-STATUS-BY TO POSTING-USER-ID
                           COMPUTE OFFICIAL-CASH-AMOUNT = 0 - OC-AMOUNT
                           PERFORM TALLY-OFFICIAL-CASH-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OFFICIAL-CHECK-FILE
           END-IF.

       TALLY-OFFICIAL-CASH-ITEM.
           IF POSTING-USER-ID = SPACES
               MOVE "UNKNOWN" TO POSTING-USER-ID
           END-IF
           MOVE OC-BRANCH-CODE TO POSTING-BRANCH-CODE
           IF POSTING-BRANCH-CODE = SPACES
               MOVE "0000" TO POSTING-BRANCH-CODE
           END-IF

           PERFORM LOCATE-TELLER-ENTRY
           IF TELLER-ENTRY-FOUND
               IF TP-ITEM-COUNT(TELLER-SUB) = 0
                       AND TP-OFFICIAL-CASH-TOTAL(TELLER-SUB) = 0
                   MOVE POSTING-BRANCH-CODE
                       TO TP-BRANCH-CODE(TELLER-SUB)
               END-IF
               ADD OFFICIAL-CASH-AMOUNT
                   TO TP-OFFICIAL-CASH-TOTAL(TELLER-SUB)
           END-IF

           PERFORM LOCATE-BRANCH-ENTRY.

       LOCATE-BRANCH-ENTRY.
           MOVE "N" TO BRANCH-MATCHED
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   MOVE 0 TO BP-DEPOSIT-TOTAL(BRANCH-SUB)
                   MOVE 0 TO BP-WITHDRAWAL-TOTAL(BRANCH-SUB)
                   MOVE 0 TO BP-OTHER-TOTAL(BRANCH-SUB)
                   MOVE 0 TO BP-LOAN-CASH-TOTAL(BRANCH-SUB)
                   MOVE 0 TO BP-ITEM-COUNT(BRANCH-SUB)
                   MOVE "Y" TO BRANCH-MATCHED
               ELSE
                   MOVE 0 TO TP-OTHER-TOTAL(TELLER-SUB)
                   MOVE 0 TO TP-OTHER-COUNT(TELLER-SUB)
                   MOVE 0 TO TP-ITEM-COUNT(TELLER-SUB)
                   MOVE 0 TO TP-OFFICIAL-CASH-TOTAL(TELLER-SUB)
                   MOVE 0 TO TP-LOAN-CASH-TOTAL(TELLER-SUB)
                   MOVE 0 TO TP-LOAN-CASH-COUNT(TELLER-SUB)
                   MOVE "Y" TO TELLER-MATCHED
               ELSE
                   DISPLAY "TELLPRF: teller table full - "
               DEPOSIT-DISPLAY " " WITHDRAWAL-DISPLAY " "
               OTHER-DISPLAY
               DELIMITED BY SIZE INTO TELLER-PROOF-LINE
           WRITE TELLER-PROOF-LINE

           IF BP-LOAN-CASH-TOTAL(BRANCH-SUB) NOT = 0
               MOVE BP-LOAN-CASH-TOTAL(BRANCH-SUB)
                   TO LOAN-CASH-DISPLAY
               MOVE SPACES TO TELLER-PROOF-LINE
               STRING "           LOAN CASH     " LOAN-CASH-DISPLAY
                   DELIMITED BY SIZE INTO TELLER-PROOF-LINE
               WRITE TELLER-PROOF-LINE
           END-IF.

       WRITE-CONSOLIDATED-TOTALS.
           MOVE CONSOLIDATED-DEPOSITS    TO DEPOSIT-DISPLAY
               DEPOSIT-DISPLAY " " WITHDRAWAL-DISPLAY " "
               OTHER-DISPLAY
               DELIMITED BY SIZE INTO TELLER-PROOF-LINE
           WRITE TELLER-PROOF-LINE

           IF CONSOLIDATED-LOAN-CASH NOT = 0
               MOVE CONSOLIDATED-LOAN-CASH TO LOAN-CASH-DISPLAY
               MOVE SPACES TO TELLER-PROOF-LINE
               STRING "           LOAN CASH     " LOAN-CASH-DISPLAY
                   DELIMITED BY SIZE INTO TELLER-PROOF-LINE
               WRITE TELLER-PROOF-LINE
           END-IF.

       WRITE-TELLER-PROOF-DETAIL.
           MOVE TP-DEPOSIT-TOTAL(TELLER-SUB)    TO DEPOSIT-DISPLAY
               "  DEP " TP-DEPOSIT-COUNT(TELLER-SUB)
               "  WDL " TP-WITHDRAWAL-COUNT(TELLER-SUB)
               "  OTH " TP-OTHER-COUNT(TELLER-SUB)
               "  LN " TP-LOAN-CASH-COUNT(TELLER-SUB)
               DELIMITED BY SIZE INTO TELLER-PROOF-LINE
           WRITE TELLER-PROOF-LINE

      *> Expected drawer cash is the counted opening balance, plus
      *> cash bought from the vault, less cash sold back, plus the
      *> cash the teller took in (deposits), less the cash paid out
      *> (withdrawals, carried negative in the posting totals),
      *> plus official checks sold for cash less cash refunds,
      *> plus loan payments taken in less loan proceeds paid out.
      *> Interest, fees and transfers move no drawer cash.
       WRITE-DRAWER-PROOF-LINE.
           MOVE "N" TO DRAWER-FOUND-FLAG
                   + DW-VAULT-BUY-TOTAL - DW-VAULT-SELL-TOTAL
                   + TP-DEPOSIT-TOTAL(TELLER-SUB)
                   + TP-WITHDRAWAL-TOTAL(TELLER-SUB)
                   + TP-OFFICIAL-CASH-TOTAL(TELLER-SUB)
                   + TP-LOAN-CASH-TOTAL(TELLER-SUB)
               COMPUTE OVER-SHORT-AMOUNT =
                   DW-DECLARED-COUNT - EXPECTED-CASH

               IF TP-OFFICIAL-CASH-TOTAL(TELLER-SUB) NOT = 0
                   MOVE TP-OFFICIAL-CASH-TOTAL(TELLER-SUB)
                       TO OFFICIAL-CASH-DISPLAY
                   MOVE SPACES TO TELLER-PROOF-LINE
                   STRING "          OFFICIAL CHK  "
                       OFFICIAL-CASH-DISPLAY
                       DELIMITED BY SIZE INTO TELLER-PROOF-LINE
                   WRITE TELLER-PROOF-LINE
               END-IF

               IF TP-LOAN-CASH-TOTAL(TELLER-SUB) NOT = 0
                   MOVE TP-LOAN-CASH-TOTAL(TELLER-SUB)
                       TO LOAN-CASH-DISPLAY
                   MOVE SPACES TO TELLER-PROOF-LINE
                   STRING "          LOAN CASH     "
                       LOAN-CASH-DISPLAY
                       DELIMITED BY SIZE INTO TELLER-PROOF-LINE
                   WRITE TELLER-PROOF-LINE
               END-IF

               MOVE EXPECTED-CASH     TO EXPECTED-DISPLAY
               MOVE DW-DECLARED-COUNT TO DECLARED-DISPLAY
               MOVE OVER-SHORT-AMOUNT TO OVER-SHORT-DISPLAY
