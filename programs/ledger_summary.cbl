
      *> Reads the firm's general-ledger category feed and prints a
      *> balanced summary of debits and credits by account category,
      *> plus firm-wide totals, for MAINMENU option 3. The feed is
      *> kept by branch: name a branch for that branch's own ledger,
      *> or leave the branch blank for the consolidated ledger - the
      *> categories summed across every branch, a check that the
      *> INTER-BRANCH DUE FROM and DUE TO categories net to zero, and
      *> one balance line per branch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  END-OF-GL-FILE        PIC X VALUE "N".
           88  NO-MORE-GL-RECORDS    VALUE "Y".

       01  SELECTED-BRANCH       PIC X(04) VALUE SPACES.
           88  CONSOLIDATED-LEDGER   VALUE SPACES.
       01  RECORD-BRANCH         PIC X(04).

       01  FIRM-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01  FIRM-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01  CATEGORY-COUNT        PIC 9(05) VALUE 0.
       01  OUT-OF-BALANCE-AMOUNT PIC S9(11)V99 VALUE 0.
       01  INTER-BRANCH-NET      PIC S9(11)V99 VALUE 0.

      *> Consolidated figures by category, and each branch's totals.
       01  CATEGORY-MATCHED      PIC X VALUE "N".
           88  CATEGORY-ENTRY-FOUND  VALUE "Y".
       01  CATEGORY-SUB          PIC 9(02) COMP.
       01  TABLE-CATEGORY-COUNT  PIC 9(02) COMP VALUE 0.
       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY OCCURS 20 TIMES.
               10  CT-CATEGORY-CODE  PIC X(06).
               10  CT-CATEGORY-NAME  PIC X(20).
               10  CT-DEBIT-TOTAL    PIC S9(11)V99.
               10  CT-CREDIT-TOTAL   PIC S9(11)V99.

       01  BRANCH-MATCHED        PIC X VALUE "N".
           88  BRANCH-ENTRY-FOUND    VALUE "Y".
       01  BRANCH-SUB            PIC 9(02) COMP.
       01  BRANCH-COUNT          PIC 9(02) COMP VALUE 0.
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 20 TIMES.
               10  BT-BRANCH-CODE    PIC X(04).
               10  BT-DEBIT-TOTAL    PIC S9(11)V99.
               10  BT-CREDIT-TOTAL   PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "      LEDGER SUMMARY MODULE          "
           DISPLAY "====================================="

           MOVE "N" TO END-OF-GL-FILE
           MOVE 0 TO FIRM-DEBIT-TOTAL
           MOVE 0 TO FIRM-CREDIT-TOTAL
           MOVE 0 TO CATEGORY-COUNT
           MOVE 0 TO INTER-BRANCH-NET
           MOVE 0 TO TABLE-CATEGORY-COUNT
           MOVE 0 TO BRANCH-COUNT

           DISPLAY "Enter Branch Code (blank for consolidated): "
           ACCEPT SELECTED-BRANCH

           OPEN INPUT GL-FILE
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open general ledger feed."
               DISPLAY "File status: " GL-FILE-STATUS
           ELSE
               PERFORM READ-GL-RECORD
               IF CONSOLIDATED-LEDGER
                   PERFORM CONSOLIDATE-GL-RECORD
                       UNTIL NO-MORE-GL-RECORDS
                   PERFORM PRINT-CONSOLIDATED-LEDGER
               ELSE
                   PERFORM SELECT-BRANCH-RECORD
                       UNTIL NO-MORE-GL-RECORDS
                   IF CATEGORY-COUNT = 0
                       DISPLAY "No ledger activity on file for branch "
                           SELECTED-BRANCH "."
                   ELSE
                       DISPLAY "Branch              : " SELECTED-BRANCH
                       PERFORM PRINT-FIRM-TOTALS
                   END-IF
               END-IF
               CLOSE GL-FILE
           END-IF

           READ GL-FILE
               AT END
                   SET NO-MORE-GL-RECORDS TO TRUE
           END-READ
           IF NOT NO-MORE-GL-RECORDS
               MOVE GL-BRANCH-CODE TO RECORD-BRANCH
               IF RECORD-BRANCH = SPACES
                   MOVE "0000" TO RECORD-BRANCH
               END-IF
           END-IF.

       SELECT-BRANCH-RECORD.
           IF RECORD-BRANCH = SELECTED-BRANCH
               PERFORM PRINT-CATEGORY-LINE
           ELSE
               PERFORM READ-GL-RECORD
           END-IF.

       PRINT-CATEGORY-LINE.
           IF CATEGORY-COUNT = 0

           PERFORM READ-GL-RECORD.

       CONSOLIDATE-GL-RECORD.
           PERFORM LOCATE-CATEGORY-ENTRY
           IF CATEGORY-ENTRY-FOUND
               ADD GL-DEBIT-TOTAL  TO CT-DEBIT-TOTAL(CATEGORY-SUB)
               ADD GL-CREDIT-TOTAL TO CT-CREDIT-TOTAL(CATEGORY-SUB)
           END-IF

           PERFORM LOCATE-BRANCH-ENTRY
           IF BRANCH-ENTRY-FOUND
               ADD GL-DEBIT-TOTAL  TO BT-DEBIT-TOTAL(BRANCH-SUB)
               ADD GL-CREDIT-TOTAL TO BT-CREDIT-TOTAL(BRANCH-SUB)
           END-IF

           IF GL-CATEGORY-CODE = "100300" OR "200300"
               COMPUTE INTER-BRANCH-NET = INTER-BRANCH-NET
                   + GL-DEBIT-TOTAL - GL-CREDIT-TOTAL
           END-IF

           PERFORM READ-GL-RECORD.

       LOCATE-CATEGORY-ENTRY.
           MOVE "N" TO CATEGORY-MATCHED
           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                   UNTIL CATEGORY-SUB > TABLE-CATEGORY-COUNT
                   OR CATEGORY-ENTRY-FOUND
               IF CT-CATEGORY-CODE(CATEGORY-SUB) = GL-CATEGORY-CODE
                   MOVE "Y" TO CATEGORY-MATCHED
               END-IF
           END-PERFORM

           IF CATEGORY-ENTRY-FOUND
               SUBTRACT 1 FROM CATEGORY-SUB
           ELSE
               IF TABLE-CATEGORY-COUNT < 20
                   ADD 1 TO TABLE-CATEGORY-COUNT
                   MOVE TABLE-CATEGORY-COUNT TO CATEGORY-SUB
                   MOVE GL-CATEGORY-CODE
                       TO CT-CATEGORY-CODE(CATEGORY-SUB)
                   MOVE GL-CATEGORY-NAME
                       TO CT-CATEGORY-NAME(CATEGORY-SUB)
                   MOVE 0 TO CT-DEBIT-TOTAL(CATEGORY-SUB)
                   MOVE 0 TO CT-CREDIT-TOTAL(CATEGORY-SUB)
                   MOVE "Y" TO CATEGORY-MATCHED
               ELSE
                   DISPLAY "Category table full - " GL-CATEGORY-CODE
                       " not summarized."
               END-IF
           END-IF.

       LOCATE-BRANCH-ENTRY.
           MOVE "N" TO BRANCH-MATCHED
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > BRANCH-COUNT
                   OR BRANCH-ENTRY-FOUND
               IF BT-BRANCH-CODE(BRANCH-SUB) = RECORD-BRANCH
                   MOVE "Y" TO BRANCH-MATCHED
               END-IF
           END-PERFORM

           IF BRANCH-ENTRY-FOUND
               SUBTRACT 1 FROM BRANCH-SUB
           ELSE
               IF BRANCH-COUNT < 20
                   ADD 1 TO BRANCH-COUNT
                   MOVE BRANCH-COUNT TO BRANCH-SUB
                   MOVE RECORD-BRANCH TO BT-BRANCH-CODE(BRANCH-SUB)
                   MOVE 0 TO BT-DEBIT-TOTAL(BRANCH-SUB)
                   MOVE 0 TO BT-CREDIT-TOTAL(BRANCH-SUB)
                   MOVE "Y" TO BRANCH-MATCHED
               ELSE
                   DISPLAY "Branch table full - " RECORD-BRANCH
                       " not listed."
               END-IF
           END-IF.

       PRINT-CONSOLIDATED-LEDGER.
           DISPLAY "Branch              : ALL (CONSOLIDATED)"
           DISPLAY "-------------------------------------"
           DISPLAY "CATEGORY  NAME             DEBITS       CREDITS"
           DISPLAY "-------------------------------------"
           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                   UNTIL CATEGORY-SUB > TABLE-CATEGORY-COUNT
               ADD 1 TO CATEGORY-COUNT
               ADD CT-DEBIT-TOTAL(CATEGORY-SUB)  TO FIRM-DEBIT-TOTAL
               ADD CT-CREDIT-TOTAL(CATEGORY-SUB) TO FIRM-CREDIT-TOTAL
               DISPLAY CT-CATEGORY-CODE(CATEGORY-SUB) " "
                   CT-CATEGORY-NAME(CATEGORY-SUB) " "
                   CT-DEBIT-TOTAL(CATEGORY-SUB) " "
                   CT-CREDIT-TOTAL(CATEGORY-SUB)
           END-PERFORM

           PERFORM PRINT-FIRM-TOTALS

           IF INTER-BRANCH-NET = 0
               DISPLAY "Inter-branch        : NETS TO ZERO"
           ELSE
               DISPLAY "Inter-branch        : DOES NOT NET TO ZERO"
               DISPLAY "Difference          : " INTER-BRANCH-NET
           END-IF

           DISPLAY "-------------------------------------"
           DISPLAY "BRANCH  DEBITS          CREDITS         STATUS"
           PERFORM VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > BRANCH-COUNT
               IF BT-DEBIT-TOTAL(BRANCH-SUB)
                       = BT-CREDIT-TOTAL(BRANCH-SUB)
                   DISPLAY BT-BRANCH-CODE(BRANCH-SUB) "    "
                       BT-DEBIT-TOTAL(BRANCH-SUB) " "
                       BT-CREDIT-TOTAL(BRANCH-SUB) " BALANCED"
               ELSE
                   DISPLAY BT-BRANCH-CODE(BRANCH-SUB) "    "
                       BT-DEBIT-TOTAL(BRANCH-SUB) " "
                       BT-CREDIT-TOTAL(BRANCH-SUB) " OUT OF BALANCE"
               END-IF
           END-PERFORM.

       PRINT-FIRM-TOTALS.
           DISPLAY "-------------------------------------"
           DISPLAY "Categories read     : " CATEGORY-COUNT
