      *> account, and the customer's combined opening and closing
      *> balances across accounts. A jointly held account appears on
      *> its primary owner's combined statement, with the joint
      *> owners named in the section. Each account's average daily
      *> balance for the period, from ADBCALC, prints under its
      *> ending balance. Run from JCL at end of month, after
      *> BALHIST - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PERIOD-DEBIT-DISPLAY       PIC -(9)9.99.
       01  GL-DEBIT-DISPLAY           PIC -(11)9.99.
       01  GL-CREDIT-DISPLAY          PIC -(11)9.99.
       01  AVERAGE-DAYS-DISPLAY       PIC Z(4)9.

       COPY "adbcalcp.cpy".

       COPY "runctlp.cpy".

           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "STMTGEN"  TO RP-JOB-NAME
           MOVE "BALHIST"  TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "STMTGEN: already complete for business"
               STOP RUN
           END-IF
           IF RP-PREDECESSOR-NOT-DONE
               DISPLAY "STMTGEN: BALHIST has not completed for"
                   " business date " RP-BUSINESS-DATE
                   " - run refused."
               STOP RUN
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM WRITE-AVERAGE-BALANCE-LINE

           PERFORM WRITE-LEDGER-SUMMARY-FOOTER.

      *> A jointly held account is booked under its primary owner on

       WRITE-TRANSACTION-LINE.
           ADD 1 TO ACCOUNT-TRANSACTION-COUNT
      *> A recovery on a charged-off account is listed, but it never
      *> moved the balance, so it is no credit to the account.
           EVALUATE TRUE
               WHEN TX-TYPE-RECOVERY
                   CONTINUE
               WHEN TX-AMOUNT >= 0
                   ADD TX-AMOUNT TO PERIOD-CREDIT-TOTAL
               WHEN OTHER
                   ADD TX-AMOUNT TO PERIOD-DEBIT-TOTAL
           END-EVALUATE

           MOVE TX-AMOUNT          TO AMOUNT-DISPLAY
           MOVE TX-RUNNING-BALANCE TO BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> The average covers the days of the period the account has
      *> balance history for, and the line says how many; with no
      *> history in the period (or no period card) it is left off.
       WRITE-AVERAGE-BALANCE-LINE.
           MOVE AM-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
           MOVE PERIOD-START-DATE TO AB-PERIOD-START-DATE
           MOVE PERIOD-END-DATE   TO AB-PERIOD-END-DATE
           CALL "ADBCALC" USING AVERAGE-BALANCE-PARAMETERS

           IF AB-AVERAGE-OK
               MOVE AB-LEDGER-AVERAGE TO BALANCE-DISPLAY
               MOVE AB-DAYS-COUNTED   TO AVERAGE-DAYS-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "AVERAGE DAILY BALANCE: " BALANCE-DISPLAY
                   " OVER " AVERAGE-DAYS-DISPLAY " DAYS"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-LEDGER-SUMMARY-FOOTER.
           MOVE GL-DEBIT-GRAND-TOTAL  TO GL-DEBIT-DISPLAY
           MOVE GL-CREDIT-GRAND-TOTAL TO GL-CREDIT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "ENDING BALANCE : " BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM WRITE-AVERAGE-BALANCE-LINE.

       WRITE-COMBINED-TRAILER.
           MOVE COMBINED-OPENING-TOTAL TO COMBINED-OPEN-DISPLAY
