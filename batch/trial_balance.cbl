      *> start, the activity is the period itself, and the closing
      *> position is the two together. Proves that the period's total
      *> debits equal its total credits and prints the figures the
      *> accountants file. The history is kept by branch, so the
      *> report gives each branch its own trial balance, proved on
      *> its own, ahead of the consolidated one for the firm; the
      *> consolidated section also checks that the INTER-BRANCH DUE
      *> FROM and DUE TO categories net to zero. History written
      *> before branches were kept, or with no branch, counts as
      *> head office 0000. Run from JCL at month end, after the last
      *> GLPOST of the period - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
           88  ALL-HISTORY-DONE          VALUE "Y".
       01  CATEGORY-MATCHED          PIC X VALUE "N".
           88  CATEGORY-ENTRY-FOUND      VALUE "Y".
       01  BRANCH-MATCHED            PIC X VALUE "N".
           88  BRANCH-ENTRY-FOUND        VALUE "Y".

       01  PERIOD-START-DATE         PIC 9(08).
       01  PERIOD-END-DATE           PIC 9(08).
               10  CT-PERIOD-DEBITS      PIC S9(13)V99.
               10  CT-PERIOD-CREDITS     PIC S9(13)V99.

      *> The same figures by branch. A branch's category slots run
      *> parallel to CATEGORY-TABLE, so a category has the same
      *> subscript in both.
       01  BRANCH-CODE               PIC X(04).
       01  BRANCH-SUB                PIC 9(02) COMP.
       01  BRANCH-COUNT              PIC 9(02) COMP VALUE 0.
       01  SLOT-SUB                  PIC 9(02) COMP.
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 20 TIMES.
               10  BT-BRANCH-CODE        PIC X(04).
               10  BT-PERIOD-DEBIT-TOTAL PIC S9(13)V99.
               10  BT-PERIOD-CREDIT-TOTAL PIC S9(13)V99.
               10  BT-CATEGORY-SLOT OCCURS 20 TIMES.
                   15  BT-OPENING-DEBITS PIC S9(13)V99.
                   15  BT-OPENING-CREDITS PIC S9(13)V99.
                   15  BT-PERIOD-DEBITS  PIC S9(13)V99.
                   15  BT-PERIOD-CREDITS PIC S9(13)V99.

      *> The category figures being printed, from either table.
       01  DETAIL-OPENING-DEBITS     PIC S9(13)V99.
       01  DETAIL-OPENING-CREDITS    PIC S9(13)V99.
       01  DETAIL-PERIOD-DEBITS      PIC S9(13)V99.
       01  DETAIL-PERIOD-CREDITS     PIC S9(13)V99.

       01  HISTORY-RECORDS-READ      PIC 9(07) VALUE 0.
       01  PERIOD-DEBIT-TOTAL        PIC S9(13)V99 VALUE 0.
       01  PERIOD-CREDIT-TOTAL      PIC S9(13)V99 VALUE 0.
       01  OPENING-NET               PIC S9(13)V99.
       01  CLOSING-NET               PIC S9(13)V99.
       01  INTER-BRANCH-NET          PIC S9(13)V99 VALUE 0.
       01  BRANCHES-OUT-OF-BALANCE   PIC 9(02) VALUE 0.

       01  AMOUNT-DISPLAY-1          PIC -(11)9.99.
       01  AMOUNT-DISPLAY-2          PIC -(11)9.99.
                   PERIOD-DEBIT-TOTAL " credits "
                   PERIOD-CREDIT-TOTAL "."
           END-IF
           IF BRANCHES-OUT-OF-BALANCE > 0
               DISPLAY "TRIALBAL: " BRANCHES-OUT-OF-BALANCE
                   " BRANCHES OUT OF BALANCE - see report."
           END-IF
           IF INTER-BRANCH-NET NOT = 0
               DISPLAY "TRIALBAL: INTER-BRANCH DUE TO/DUE FROM DO"
                   " NOT NET TO ZERO - " INTER-BRANCH-NET "."
           END-IF

           STOP RUN.

           ELSE
               PERFORM LOCATE-CATEGORY-ENTRY
               IF CATEGORY-ENTRY-FOUND
                   PERFORM LOCATE-BRANCH-ENTRY
               END-IF
               IF CATEGORY-ENTRY-FOUND AND BRANCH-ENTRY-FOUND
                   IF GH-BUSINESS-DATE < PERIOD-START-DATE
                       ADD GH-DEBIT-TOTAL
                           TO CT-OPENING-DEBITS(CATEGORY-SUB)
                       ADD GH-CREDIT-TOTAL
                           TO CT-OPENING-CREDITS(CATEGORY-SUB)
                       ADD GH-DEBIT-TOTAL TO
                           BT-OPENING-DEBITS(BRANCH-SUB, CATEGORY-SUB)
                       ADD GH-CREDIT-TOTAL TO
                           BT-OPENING-CREDITS(BRANCH-SUB, CATEGORY-SUB)
                   ELSE
                       ADD GH-DEBIT-TOTAL
                           TO CT-PERIOD-DEBITS(CATEGORY-SUB)
                           TO CT-PERIOD-CREDITS(CATEGORY-SUB)
                       ADD GH-DEBIT-TOTAL  TO PERIOD-DEBIT-TOTAL
                       ADD GH-CREDIT-TOTAL TO PERIOD-CREDIT-TOTAL
                       ADD GH-DEBIT-TOTAL TO
                           BT-PERIOD-DEBITS(BRANCH-SUB, CATEGORY-SUB)
                       ADD GH-CREDIT-TOTAL TO
                           BT-PERIOD-CREDITS(BRANCH-SUB, CATEGORY-SUB)
                       ADD GH-DEBIT-TOTAL
                           TO BT-PERIOD-DEBIT-TOTAL(BRANCH-SUB)
                       ADD GH-CREDIT-TOTAL
                           TO BT-PERIOD-CREDIT-TOTAL(BRANCH-SUB)
                   END-IF
                   IF GH-CATEGORY-CODE = "100300" OR "200300"
                       COMPUTE INTER-BRANCH-NET = INTER-BRANCH-NET
                           + GH-DEBIT-TOTAL - GH-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

       LOCATE-BRANCH-ENTRY.
           MOVE GH-BRANCH-CODE TO BRANCH-CODE
           IF BRANCH-CODE = SPACES
               MOVE "0000" TO BRANCH-CODE
           END-IF

           MOVE "N" TO BRANCH-MATCHED
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > BRANCH-COUNT
                   OR BRANCH-ENTRY-FOUND
               IF BT-BRANCH-CODE(BRANCH-SUB) = BRANCH-CODE
                   MOVE "Y" TO BRANCH-MATCHED
               END-IF
           END-PERFORM

           IF BRANCH-ENTRY-FOUND
               SUBTRACT 1 FROM BRANCH-SUB
           ELSE
               IF BRANCH-COUNT < 20
                   ADD 1 TO BRANCH-COUNT
                   MOVE BRANCH-COUNT TO BRANCH-SUB
                   MOVE BRANCH-CODE TO BT-BRANCH-CODE(BRANCH-SUB)
                   MOVE 0 TO BT-PERIOD-DEBIT-TOTAL(BRANCH-SUB)
                   MOVE 0 TO BT-PERIOD-CREDIT-TOTAL(BRANCH-SUB)
                   PERFORM VARYING SLOT-SUB FROM 1 BY 1
                           UNTIL SLOT-SUB > 20
                       MOVE 0 TO BT-OPENING-DEBITS(BRANCH-SUB,
                           SLOT-SUB)
                       MOVE 0 TO BT-OPENING-CREDITS(BRANCH-SUB,
                           SLOT-SUB)
                       MOVE 0 TO BT-PERIOD-DEBITS(BRANCH-SUB,
                           SLOT-SUB)
                       MOVE 0 TO BT-PERIOD-CREDITS(BRANCH-SUB,
                           SLOT-SUB)
                   END-PERFORM
                   MOVE "Y" TO BRANCH-MATCHED
               ELSE
                   DISPLAY "TRIALBAL: branch table full - "
                       BRANCH-CODE " not rolled up."
               END-IF
           END-IF.

       WRITE-TRIAL-BALANCE-REPORT.
           OPEN OUTPUT TRIAL-BALANCE-REPORT

               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE

           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > BRANCH-COUNT
               PERFORM WRITE-BRANCH-SECTION
           END-PERFORM

           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE "CONSOLIDATED - ALL BRANCHES" TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE

           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                   UNTIL CATEGORY-SUB > CATEGORY-COUNT
               MOVE CT-OPENING-DEBITS(CATEGORY-SUB)
                   TO DETAIL-OPENING-DEBITS
               MOVE CT-OPENING-CREDITS(CATEGORY-SUB)
                   TO DETAIL-OPENING-CREDITS
               MOVE CT-PERIOD-DEBITS(CATEGORY-SUB)
                   TO DETAIL-PERIOD-DEBITS
               MOVE CT-PERIOD-CREDITS(CATEGORY-SUB)
                   TO DETAIL-PERIOD-CREDITS
               PERFORM WRITE-CATEGORY-DETAIL
           END-PERFORM

           END-IF
           WRITE TRIAL-BALANCE-LINE

           MOVE SPACES TO TRIAL-BALANCE-LINE
           IF INTER-BRANCH-NET = 0
               MOVE "INTER-BRANCH DUE TO/DUE FROM NET TO ZERO"
                   TO TRIAL-BALANCE-LINE
           ELSE
               MOVE INTER-BRANCH-NET TO AMOUNT-DISPLAY-1
               STRING "*** INTER-BRANCH DUE TO/DUE FROM OFF BY "
                   AMOUNT-DISPLAY-1 " ***"
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           END-IF
           WRITE TRIAL-BALANCE-LINE

           CLOSE TRIAL-BALANCE-REPORT.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING "BRANCH " BT-BRANCH-CODE(BRANCH-SUB)
               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE

           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                   UNTIL CATEGORY-SUB > CATEGORY-COUNT
               MOVE BT-OPENING-DEBITS(BRANCH-SUB, CATEGORY-SUB)
                   TO DETAIL-OPENING-DEBITS
               MOVE BT-OPENING-CREDITS(BRANCH-SUB, CATEGORY-SUB)
                   TO DETAIL-OPENING-CREDITS
               MOVE BT-PERIOD-DEBITS(BRANCH-SUB, CATEGORY-SUB)
                   TO DETAIL-PERIOD-DEBITS
               MOVE BT-PERIOD-CREDITS(BRANCH-SUB, CATEGORY-SUB)
                   TO DETAIL-PERIOD-CREDITS
               PERFORM WRITE-CATEGORY-DETAIL
           END-PERFORM

           MOVE BT-PERIOD-DEBIT-TOTAL(BRANCH-SUB)  TO AMOUNT-DISPLAY-1
           MOVE BT-PERIOD-CREDIT-TOTAL(BRANCH-SUB) TO AMOUNT-DISPLAY-2
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING "BRANCH TOTALS   DR " AMOUNT-DISPLAY-1
               " CR " AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE

           MOVE SPACES TO TRIAL-BALANCE-LINE
           IF BT-PERIOD-DEBIT-TOTAL(BRANCH-SUB)
                   = BT-PERIOD-CREDIT-TOTAL(BRANCH-SUB)
               MOVE "BRANCH DEBITS AND CREDITS PROVE - IN BALANCE"
                   TO TRIAL-BALANCE-LINE
           ELSE
               ADD 1 TO BRANCHES-OUT-OF-BALANCE
               MOVE "*** BRANCH OUT OF BALANCE - INVESTIGATE ***"
                   TO TRIAL-BALANCE-LINE
           END-IF
           WRITE TRIAL-BALANCE-LINE.

      *> The opening and closing positions are net figures, debits
      *> less credits, so an asset category shows positive and a
      *> liability or income category negative - the convention the
      *> accountants asked for.
       WRITE-CATEGORY-DETAIL.
           COMPUTE OPENING-NET =
               DETAIL-OPENING-DEBITS - DETAIL-OPENING-CREDITS
           COMPUTE CLOSING-NET = OPENING-NET
               + DETAIL-PERIOD-DEBITS - DETAIL-PERIOD-CREDITS

           MOVE OPENING-NET TO AMOUNT-DISPLAY-1
           MOVE CLOSING-NET TO AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE

           MOVE DETAIL-PERIOD-DEBITS  TO AMOUNT-DISPLAY-1
           MOVE DETAIL-PERIOD-CREDITS TO AMOUNT-DISPLAY-2
           MOVE SPACES TO TRIAL-BALANCE-LINE
           STRING "       ACTIVITY      DR " AMOUNT-DISPLAY-1
               " CR " AMOUNT-DISPLAY-2
