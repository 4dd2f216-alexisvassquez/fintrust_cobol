       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.

      *> Monthly customer relationship profitability report. Loads
      *> every CUSTOMER-MASTER record, then walks ACCOUNT-MASTER once
      *> and credits each account to every customer who owns or
      *> co-owns it - the owner on ACCOUNT-MASTER plus any other
      *> owner on ACCOUNT-XREF - so a joint account counts in full
      *> in each owner's relationship. For each account, postings on
      *> TRANSACTION-FILE dated in the period named in PROFPARM.DAT
      *> (default: the business month to date) are totalled into:
      *>   INTEREST PAID  INTEREST credits, net of reversed interest
      *>   LOAN INTEREST  LN INTEREST earned on installment loans
      *>   FEES CHARGED   NSF FEE, SERVICE FEE, CD PENALTY and loan
      *>                  LATE CHARGE postings
      *>   REV/WAIVED     supervisor reversals of those fees (a
      *>                  reversed late charge is the loan waiver)
      *> Net contribution is fees charged less fees reversed or
      *> waived, plus loan interest earned, less interest paid.
      *> Deposit and loan balances are the current balances. Each
      *> customer is reported under the branch of their oldest
      *> account (blank branch = head office, 0000), ranked within
      *> the branch by net contribution, highest first, with branch
      *> subtotals and a grand total on CUSTPROF.RPT. Customers with
      *> no account open during the period are left off. Run from
      *> JCL after month-end close - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIT-PARM-FILE ASSIGN TO "PROFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-PARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               ALTERNATE RECORD KEY IS TX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT ACCOUNT-XREF ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               ALTERNATE RECORD KEY IS XR-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-XREF-STATUS.

           SELECT PROFITABILITY-REPORT ASSIGN TO "CUSTPROF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFITABILITY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFIT-PARM-FILE.
       COPY "profprm.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmas.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  ACCOUNT-XREF.
       COPY "acctxref.cpy".

       FD  PROFITABILITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PROFITABILITY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  PROFIT-PARM-STATUS        PIC XX VALUE "00".
       01  CUSTOMER-MASTER-STATUS    PIC XX VALUE "00".
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  ACCOUNT-XREF-STATUS       PIC XX VALUE "00".
       01  PROFITABILITY-REPORT-STATUS PIC XX VALUE "00".

       01  NO-MORE-CUSTOMERS         PIC X VALUE "N".
           88  ALL-CUSTOMERS-DONE        VALUE "Y".
       01  NO-MORE-ACCOUNTS          PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
       01  MORE-ACCOUNT-TRANSACTIONS PIC X VALUE "N".
           88  NO-MORE-ACCT-TRANS        VALUE "N".
       01  MORE-XREF-RECORDS         PIC X VALUE "N".
           88  NO-MORE-XREF-RECORDS      VALUE "N".
       01  CUSTOMER-MATCHED          PIC X VALUE "N".
           88  CUSTOMER-ENTRY-FOUND      VALUE "Y".
       01  RANK-POSITION-FLAG        PIC X VALUE "N".
           88  RANK-POSITION-FOUND       VALUE "Y".
       01  ACCOUNT-XREF-OPEN-FLAG    PIC X VALUE "N".
           88  ACCOUNT-XREF-IS-OPEN      VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  PERIOD-START-DATE         PIC 9(08).
       01  PERIOD-END-DATE           PIC 9(08).

      *> One account's figures for the period, credited to each of
      *> its owners.
       01  ACCOUNT-INTEREST-PAID     PIC S9(11)V99.
       01  ACCOUNT-LOAN-INTEREST     PIC S9(11)V99.
       01  ACCOUNT-FEES-CHARGED      PIC S9(11)V99.
       01  ACCOUNT-FEES-WAIVED       PIC S9(11)V99.
       01  OWNER-CUSTOMER-NUMBER     PIC X(10).
       01  ACCOUNT-BRANCH-CODE       PIC X(04).

       01  ACCOUNTS-READ             PIC 9(07) VALUE 0.
       01  UNOWNED-ACCOUNT-COUNT     PIC 9(05) VALUE 0.

       01  CUSTOMER-SUB              PIC 9(04) COMP.
       01  CUSTOMER-COUNT            PIC 9(04) COMP VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 2000 TIMES.
               10  CP-CUSTOMER-NUMBER    PIC X(10).
               10  CP-CUSTOMER-NAME      PIC X(30).
               10  CP-BRANCH-CODE        PIC X(04).
               10  CP-FIRST-OPEN-DATE    PIC 9(08).
               10  CP-ACCOUNT-COUNT      PIC 9(03).
               10  CP-DEPOSIT-BALANCE    PIC S9(11)V99.
               10  CP-LOAN-BALANCE       PIC S9(11)V99.
               10  CP-INTEREST-PAID      PIC S9(11)V99.
               10  CP-LOAN-INTEREST      PIC S9(11)V99.
               10  CP-FEES-CHARGED       PIC S9(11)V99.
               10  CP-FEES-WAIVED        PIC S9(11)V99.
               10  CP-NET-CONTRIBUTION   PIC S9(11)V99.

      *> Report order: subscripts into CUSTOMER-TABLE kept in branch
      *> order, highest net contribution first within each branch.
       01  RANK-SUB                  PIC 9(04) COMP.
       01  SHIFT-SUB                 PIC 9(04) COMP.
       01  RANK-COUNT                PIC 9(04) COMP VALUE 0.
       01  RANK-TABLE.
           05  RANK-ENTRY OCCURS 2000 TIMES.
               10  RK-CUSTOMER-SUB       PIC 9(04) COMP.

       01  CURRENT-BRANCH-CODE       PIC X(04).
       01  BRANCH-RANK               PIC 9(05).

       01  REPORT-TOTALS.
           05  RT-CUSTOMER-COUNT         PIC 9(05).
           05  RT-DEPOSIT-BALANCE        PIC S9(11)V99.
           05  RT-LOAN-BALANCE           PIC S9(11)V99.
           05  RT-INTEREST-PAID          PIC S9(11)V99.
           05  RT-LOAN-INTEREST          PIC S9(11)V99.
           05  RT-FEES-CHARGED           PIC S9(11)V99.
           05  RT-FEES-WAIVED            PIC S9(11)V99.
           05  RT-NET-CONTRIBUTION       PIC S9(11)V99.
       01  BRANCH-TOTALS.
           05  BT-CUSTOMER-COUNT         PIC 9(05).
           05  BT-DEPOSIT-BALANCE        PIC S9(11)V99.
           05  BT-LOAN-BALANCE           PIC S9(11)V99.
           05  BT-INTEREST-PAID          PIC S9(11)V99.
           05  BT-LOAN-INTEREST          PIC S9(11)V99.
           05  BT-FEES-CHARGED           PIC S9(11)V99.
           05  BT-FEES-WAIVED            PIC S9(11)V99.
           05  BT-NET-CONTRIBUTION       PIC S9(11)V99.

       01  RANK-DISPLAY              PIC Z(03)9.
       01  ACCOUNT-COUNT-DISPLAY     PIC ZZ9.
       01  CUSTOMER-COUNT-DISPLAY    PIC Z(04)9.
       01  TOTAL-LABEL               PIC X(40).
       01  DEPOSIT-DISPLAY           PIC -(10)9.99.
       01  LOAN-DISPLAY              PIC -(10)9.99.
       01  INTEREST-PAID-DISPLAY     PIC -(10)9.99.
       01  LOAN-INTEREST-DISPLAY     PIC -(10)9.99.
       01  FEES-CHARGED-DISPLAY      PIC -(10)9.99.
       01  FEES-WAIVED-DISPLAY       PIC -(10)9.99.
       01  NET-DISPLAY               PIC -(10)9.99.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "CUSTPROF" TO RP-JOB-NAME
           MOVE SPACES     TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "CUSTPROF: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "CUSTPROF: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           PERFORM READ-PROFIT-PARAMETERS

           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-FILE

      *> No cross-reference file simply means every account counts
      *> for the owner carried on ACCOUNT-MASTER only.
           OPEN INPUT ACCOUNT-XREF
           IF ACCOUNT-XREF-STATUS = "00"
               MOVE "Y" TO ACCOUNT-XREF-OPEN-FLAG
           END-IF

           IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open customer master file."
               DISPLAY "File status: " CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open account master file."
               DISPLAY "File status: " ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF
           IF TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open transaction file."
               DISPLAY "File status: " TRANSACTION-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL ALL-CUSTOMERS-DONE
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET ALL-CUSTOMERS-DONE TO TRUE
               END-READ
               IF NOT ALL-CUSTOMERS-DONE
                   PERFORM LOAD-CUSTOMER-ENTRY
               END-IF
           END-PERFORM

           PERFORM UNTIL ALL-ACCOUNTS-DONE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ALL-ACCOUNTS-DONE TO TRUE
               END-READ
               IF NOT ALL-ACCOUNTS-DONE
                   IF AM-STATUS-CLOSED
                           AND AM-CLOSE-DATE < PERIOD-START-DATE
                       CONTINUE
                   ELSE
                       ADD 1 TO ACCOUNTS-READ
                       PERFORM SUM-ACCOUNT-ACTIVITY
                       PERFORM CREDIT-ACCOUNT-OWNERS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING CUSTOMER-SUB FROM 1 BY 1
                   UNTIL CUSTOMER-SUB > CUSTOMER-COUNT
               IF CP-ACCOUNT-COUNT(CUSTOMER-SUB) > 0
                   PERFORM RANK-CUSTOMER
               END-IF
           END-PERFORM

           PERFORM WRITE-PROFITABILITY-REPORT

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           IF ACCOUNT-XREF-IS-OPEN
               CLOSE ACCOUNT-XREF
           END-IF
           SET RP-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS

           DISPLAY "CUSTPROF: " ACCOUNTS-READ " accounts read, "
               RANK-COUNT " customers reported for "
               PERIOD-START-DATE " to " PERIOD-END-DATE "."

           STOP RUN.

       READ-PROFIT-PARAMETERS.
           MOVE 0 TO PERIOD-START-DATE
           MOVE 0 TO PERIOD-END-DATE
           OPEN INPUT PROFIT-PARM-FILE
           IF PROFIT-PARM-STATUS = "00"
               READ PROFIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-PERIOD-START-DATE NUMERIC
                               AND PP-PERIOD-END-DATE NUMERIC
                           MOVE PP-PERIOD-START-DATE
                               TO PERIOD-START-DATE
                           MOVE PP-PERIOD-END-DATE
                               TO PERIOD-END-DATE
                       END-IF
               END-READ
               CLOSE PROFIT-PARM-FILE
           END-IF

      *> With no parameter card the report covers the business month
      *> to date - the whole month when run after month-end close.
           IF PERIOD-START-DATE = 0 OR PERIOD-END-DATE = 0
               MOVE RUN-DATE TO PERIOD-START-DATE
               MOVE "01"     TO PERIOD-START-DATE(7:2)
               MOVE RUN-DATE TO PERIOD-END-DATE
           END-IF.

       LOAD-CUSTOMER-ENTRY.
           IF CUSTOMER-COUNT < 2000
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUSTOMER-COUNT TO CUSTOMER-SUB
               MOVE CM-CUSTOMER-NUMBER
                   TO CP-CUSTOMER-NUMBER(CUSTOMER-SUB)
               MOVE CM-CUSTOMER-NAME
                   TO CP-CUSTOMER-NAME(CUSTOMER-SUB)
               MOVE SPACES   TO CP-BRANCH-CODE(CUSTOMER-SUB)
               MOVE 99999999 TO CP-FIRST-OPEN-DATE(CUSTOMER-SUB)
               MOVE 0 TO CP-ACCOUNT-COUNT(CUSTOMER-SUB)
               MOVE 0 TO CP-DEPOSIT-BALANCE(CUSTOMER-SUB)
               MOVE 0 TO CP-LOAN-BALANCE(CUSTOMER-SUB)
               MOVE 0 TO CP-INTEREST-PAID(CUSTOMER-SUB)
               MOVE 0 TO CP-LOAN-INTEREST(CUSTOMER-SUB)
               MOVE 0 TO CP-FEES-CHARGED(CUSTOMER-SUB)
               MOVE 0 TO CP-FEES-WAIVED(CUSTOMER-SUB)
               MOVE 0 TO CP-NET-CONTRIBUTION(CUSTOMER-SUB)
           ELSE
               DISPLAY "CUSTPROF: customer table full - customer "
                   CM-CUSTOMER-NUMBER " not reported."
           END-IF.

      *> Fees post negative on deposit accounts and a late charge
      *> posts positive on a loan (it adds to what is owed); a
      *> reversal carries the original type and the negated amount.
      *> The sign is flipped on deposit accounts so fees charged and
      *> fees reversed both come out positive whatever the account.
       SUM-ACCOUNT-ACTIVITY.
           MOVE 0 TO ACCOUNT-INTEREST-PAID
           MOVE 0 TO ACCOUNT-LOAN-INTEREST
           MOVE 0 TO ACCOUNT-FEES-CHARGED
           MOVE 0 TO ACCOUNT-FEES-WAIVED
           MOVE AM-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
           START TRANSACTION-FILE KEY IS >= TX-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "N" TO MORE-ACCOUNT-TRANSACTIONS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-ACCOUNT-TRANSACTIONS
           END-START

           PERFORM UNTIL NO-MORE-ACCT-TRANS
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-ACCOUNT-TRANSACTIONS
               END-READ
               IF NOT NO-MORE-ACCT-TRANS
                   IF TX-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                       MOVE "N" TO MORE-ACCOUNT-TRANSACTIONS
                   ELSE
                       IF TX-DATE >= PERIOD-START-DATE
                               AND TX-DATE <= PERIOD-END-DATE
                           PERFORM ADD-POSTING-TO-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-POSTING-TO-ACCOUNT.
           EVALUATE TRUE
               WHEN TX-TYPE-INTEREST
                   ADD TX-AMOUNT TO ACCOUNT-INTEREST-PAID
               WHEN TX-TYPE-LOAN-INTEREST
                   ADD TX-AMOUNT TO ACCOUNT-LOAN-INTEREST
               WHEN TX-TYPE-NSF-FEE
               WHEN TX-TYPE-SERVICE-FEE
               WHEN TX-TYPE-CD-PENALTY
               WHEN TX-TYPE-LATE-CHARGE
                   IF AM-TYPE-LOAN
                       ADD TX-AMOUNT TO ACCOUNT-FEES-CHARGED
                   ELSE
                       SUBTRACT TX-AMOUNT FROM ACCOUNT-FEES-CHARGED
                   END-IF
               WHEN TX-TYPE-REVERSAL
                   EVALUATE TX-ORIGINAL-TYPE
                       WHEN "INTEREST"
                           ADD TX-AMOUNT TO ACCOUNT-INTEREST-PAID
                       WHEN "NSF FEE"
                       WHEN "SERVICE FEE"
                       WHEN "CD PENALTY"
                       WHEN "LATE CHARGE"
                           IF AM-TYPE-LOAN
                               SUBTRACT TX-AMOUNT
                                   FROM ACCOUNT-FEES-WAIVED
                           ELSE
                               ADD TX-AMOUNT TO ACCOUNT-FEES-WAIVED
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

      *> The owner carried on ACCOUNT-MASTER is credited first; any
      *> cross-reference record naming the same customer is skipped
      *> so the account is not counted twice for its primary owner.
       CREDIT-ACCOUNT-OWNERS.
           MOVE AM-BRANCH-CODE TO ACCOUNT-BRANCH-CODE
           IF ACCOUNT-BRANCH-CODE = SPACES
               MOVE "0000" TO ACCOUNT-BRANCH-CODE
           END-IF

           MOVE AM-CUSTOMER-NUMBER TO OWNER-CUSTOMER-NUMBER
           PERFORM CREDIT-ONE-OWNER
           IF NOT CUSTOMER-ENTRY-FOUND
               ADD 1 TO UNOWNED-ACCOUNT-COUNT
           END-IF

           IF ACCOUNT-XREF-IS-OPEN
               MOVE AM-ACCOUNT-NUMBER TO XR-ACCOUNT-NUMBER
               MOVE LOW-VALUES TO XR-CUSTOMER-NUMBER
               START ACCOUNT-XREF KEY IS >= XR-KEY
                   INVALID KEY
                       MOVE "N" TO MORE-XREF-RECORDS
                   NOT INVALID KEY
                       MOVE "Y" TO MORE-XREF-RECORDS
               END-START
               PERFORM CREDIT-NEXT-JOINT-OWNER
                   UNTIL NO-MORE-XREF-RECORDS
           END-IF.

       CREDIT-NEXT-JOINT-OWNER.
           READ ACCOUNT-XREF NEXT RECORD
               AT END
                   MOVE "N" TO MORE-XREF-RECORDS
           END-READ

           IF NOT NO-MORE-XREF-RECORDS
               IF XR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                   MOVE "N" TO MORE-XREF-RECORDS
               ELSE
                   IF XR-CUSTOMER-NUMBER NOT = AM-CUSTOMER-NUMBER
                       MOVE XR-CUSTOMER-NUMBER
                           TO OWNER-CUSTOMER-NUMBER
                       PERFORM CREDIT-ONE-OWNER
                   END-IF
               END-IF
           END-IF.

      *> The customer's reporting branch is the branch of the oldest
      *> account in the relationship - where the customer came to us.
       CREDIT-ONE-OWNER.
           MOVE "N" TO CUSTOMER-MATCHED
           PERFORM VARYING CUSTOMER-SUB FROM 1 BY 1
                   UNTIL CUSTOMER-SUB > CUSTOMER-COUNT
                   OR CUSTOMER-ENTRY-FOUND
               IF CP-CUSTOMER-NUMBER(CUSTOMER-SUB)
                       = OWNER-CUSTOMER-NUMBER
                   MOVE "Y" TO CUSTOMER-MATCHED
               END-IF
           END-PERFORM

           IF CUSTOMER-ENTRY-FOUND
               SUBTRACT 1 FROM CUSTOMER-SUB
               ADD 1 TO CP-ACCOUNT-COUNT(CUSTOMER-SUB)
               IF AM-OPEN-DATE < CP-FIRST-OPEN-DATE(CUSTOMER-SUB)
                   MOVE AM-OPEN-DATE
                       TO CP-FIRST-OPEN-DATE(CUSTOMER-SUB)
                   MOVE ACCOUNT-BRANCH-CODE
                       TO CP-BRANCH-CODE(CUSTOMER-SUB)
               END-IF
               IF AM-TYPE-LOAN
                   ADD AM-CURRENT-BALANCE
                       TO CP-LOAN-BALANCE(CUSTOMER-SUB)
               ELSE
                   ADD AM-CURRENT-BALANCE
                       TO CP-DEPOSIT-BALANCE(CUSTOMER-SUB)
               END-IF
               ADD ACCOUNT-INTEREST-PAID
                   TO CP-INTEREST-PAID(CUSTOMER-SUB)
               ADD ACCOUNT-LOAN-INTEREST
                   TO CP-LOAN-INTEREST(CUSTOMER-SUB)
               ADD ACCOUNT-FEES-CHARGED
                   TO CP-FEES-CHARGED(CUSTOMER-SUB)
               ADD ACCOUNT-FEES-WAIVED
                   TO CP-FEES-WAIVED(CUSTOMER-SUB)
               COMPUTE CP-NET-CONTRIBUTION(CUSTOMER-SUB) =
                   CP-FEES-CHARGED(CUSTOMER-SUB)
                   - CP-FEES-WAIVED(CUSTOMER-SUB)
                   + CP-LOAN-INTEREST(CUSTOMER-SUB)
                   - CP-INTEREST-PAID(CUSTOMER-SUB)
           END-IF.

      *> Insert the customer into the report order: after every
      *> customer of a lower branch, and after every customer of the
      *> same branch whose net contribution is at least as high.
       RANK-CUSTOMER.
           MOVE "N" TO RANK-POSITION-FLAG
           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-COUNT
                   OR RANK-POSITION-FOUND
               MOVE RK-CUSTOMER-SUB(RANK-SUB) TO SHIFT-SUB
               IF CP-BRANCH-CODE(SHIFT-SUB)
                       > CP-BRANCH-CODE(CUSTOMER-SUB)
                   MOVE "Y" TO RANK-POSITION-FLAG
               END-IF
               IF CP-BRANCH-CODE(SHIFT-SUB)
                       = CP-BRANCH-CODE(CUSTOMER-SUB)
                       AND CP-NET-CONTRIBUTION(SHIFT-SUB)
                           < CP-NET-CONTRIBUTION(CUSTOMER-SUB)
                   MOVE "Y" TO RANK-POSITION-FLAG
               END-IF
           END-PERFORM
           IF RANK-POSITION-FOUND
               SUBTRACT 1 FROM RANK-SUB
           END-IF

           PERFORM VARYING SHIFT-SUB FROM RANK-COUNT BY -1
                   UNTIL SHIFT-SUB < RANK-SUB
               MOVE RK-CUSTOMER-SUB(SHIFT-SUB)
                   TO RK-CUSTOMER-SUB(SHIFT-SUB + 1)
           END-PERFORM
           MOVE CUSTOMER-SUB TO RK-CUSTOMER-SUB(RANK-SUB)
           ADD 1 TO RANK-COUNT.

       WRITE-PROFITABILITY-REPORT.
           OPEN OUTPUT PROFITABILITY-REPORT
           PERFORM WRITE-REPORT-HEADING

           MOVE 0 TO RT-CUSTOMER-COUNT
           MOVE 0 TO RT-DEPOSIT-BALANCE
           MOVE 0 TO RT-LOAN-BALANCE
           MOVE 0 TO RT-INTEREST-PAID
           MOVE 0 TO RT-LOAN-INTEREST
           MOVE 0 TO RT-FEES-CHARGED
           MOVE 0 TO RT-FEES-WAIVED
           MOVE 0 TO RT-NET-CONTRIBUTION
           MOVE SPACES TO CURRENT-BRANCH-CODE

           PERFORM VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-COUNT
               MOVE RK-CUSTOMER-SUB(RANK-SUB) TO CUSTOMER-SUB
               IF CP-BRANCH-CODE(CUSTOMER-SUB)
                       NOT = CURRENT-BRANCH-CODE
                   IF CURRENT-BRANCH-CODE NOT = SPACES
                       PERFORM WRITE-BRANCH-SUBTOTAL
                   END-IF
                   PERFORM START-BRANCH
               END-IF
               PERFORM WRITE-CUSTOMER-LINES
           END-PERFORM
           IF CURRENT-BRANCH-CODE NOT = SPACES
               PERFORM WRITE-BRANCH-SUBTOTAL
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE PROFITABILITY-REPORT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING "CUSTOMER RELATIONSHIP PROFITABILITY FOR "
               PERIOD-START-DATE " TO " PERIOD-END-DATE
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE

           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING "RANK CUSTOMER   NAME                 ACT "
               "      DEPOSITS          LOANS"
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE

           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING "     INTEREST PAID  LOAN INTEREST   FEES CHARGED"
               "     REV/WAIVED    NET CONTRIB"
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE.

       START-BRANCH.
           MOVE CP-BRANCH-CODE(CUSTOMER-SUB) TO CURRENT-BRANCH-CODE
           MOVE 0 TO BRANCH-RANK
           MOVE 0 TO BT-CUSTOMER-COUNT
           MOVE 0 TO BT-DEPOSIT-BALANCE
           MOVE 0 TO BT-LOAN-BALANCE
           MOVE 0 TO BT-INTEREST-PAID
           MOVE 0 TO BT-LOAN-INTEREST
           MOVE 0 TO BT-FEES-CHARGED
           MOVE 0 TO BT-FEES-WAIVED
           MOVE 0 TO BT-NET-CONTRIBUTION

           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE
           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING "BRANCH " CURRENT-BRANCH-CODE
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE.

       WRITE-CUSTOMER-LINES.
           ADD 1 TO BRANCH-RANK
           ADD 1 TO BT-CUSTOMER-COUNT
           ADD CP-DEPOSIT-BALANCE(CUSTOMER-SUB) TO BT-DEPOSIT-BALANCE
           ADD CP-LOAN-BALANCE(CUSTOMER-SUB)    TO BT-LOAN-BALANCE
           ADD CP-INTEREST-PAID(CUSTOMER-SUB)   TO BT-INTEREST-PAID
           ADD CP-LOAN-INTEREST(CUSTOMER-SUB)   TO BT-LOAN-INTEREST
           ADD CP-FEES-CHARGED(CUSTOMER-SUB)    TO BT-FEES-CHARGED
           ADD CP-FEES-WAIVED(CUSTOMER-SUB)     TO BT-FEES-WAIVED
           ADD CP-NET-CONTRIBUTION(CUSTOMER-SUB)
               TO BT-NET-CONTRIBUTION

           MOVE BRANCH-RANK TO RANK-DISPLAY
           MOVE CP-ACCOUNT-COUNT(CUSTOMER-SUB) TO ACCOUNT-COUNT-DISPLAY
           MOVE CP-DEPOSIT-BALANCE(CUSTOMER-SUB) TO DEPOSIT-DISPLAY
           MOVE CP-LOAN-BALANCE(CUSTOMER-SUB)    TO LOAN-DISPLAY
           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING RANK-DISPLAY " " CP-CUSTOMER-NUMBER(CUSTOMER-SUB)
               " " CP-CUSTOMER-NAME(CUSTOMER-SUB)(1:20) " "
               ACCOUNT-COUNT-DISPLAY " " DEPOSIT-DISPLAY " "
               LOAN-DISPLAY
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE

           MOVE CP-INTEREST-PAID(CUSTOMER-SUB) TO INTEREST-PAID-DISPLAY
           MOVE CP-LOAN-INTEREST(CUSTOMER-SUB) TO LOAN-INTEREST-DISPLAY
           MOVE CP-FEES-CHARGED(CUSTOMER-SUB)  TO FEES-CHARGED-DISPLAY
           MOVE CP-FEES-WAIVED(CUSTOMER-SUB)   TO FEES-WAIVED-DISPLAY
           MOVE CP-NET-CONTRIBUTION(CUSTOMER-SUB) TO NET-DISPLAY
           PERFORM WRITE-AMOUNTS-LINE.

       WRITE-AMOUNTS-LINE.
           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING "    " INTEREST-PAID-DISPLAY " "
               LOAN-INTEREST-DISPLAY " " FEES-CHARGED-DISPLAY " "
               FEES-WAIVED-DISPLAY " " NET-DISPLAY
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE.

       WRITE-BRANCH-SUBTOTAL.
           ADD BT-CUSTOMER-COUNT   TO RT-CUSTOMER-COUNT
           ADD BT-DEPOSIT-BALANCE  TO RT-DEPOSIT-BALANCE
           ADD BT-LOAN-BALANCE     TO RT-LOAN-BALANCE
           ADD BT-INTEREST-PAID    TO RT-INTEREST-PAID
           ADD BT-LOAN-INTEREST    TO RT-LOAN-INTEREST
           ADD BT-FEES-CHARGED     TO RT-FEES-CHARGED
           ADD BT-FEES-WAIVED      TO RT-FEES-WAIVED
           ADD BT-NET-CONTRIBUTION TO RT-NET-CONTRIBUTION

           MOVE BT-CUSTOMER-COUNT TO CUSTOMER-COUNT-DISPLAY
           MOVE SPACES TO TOTAL-LABEL
           STRING "BRANCH " CURRENT-BRANCH-CODE " TOTAL "
               CUSTOMER-COUNT-DISPLAY " CUSTOMERS"
               DELIMITED BY SIZE INTO TOTAL-LABEL
           MOVE BT-DEPOSIT-BALANCE  TO DEPOSIT-DISPLAY
           MOVE BT-LOAN-BALANCE     TO LOAN-DISPLAY
           MOVE BT-INTEREST-PAID    TO INTEREST-PAID-DISPLAY
           MOVE BT-LOAN-INTEREST    TO LOAN-INTEREST-DISPLAY
           MOVE BT-FEES-CHARGED     TO FEES-CHARGED-DISPLAY
           MOVE BT-FEES-WAIVED      TO FEES-WAIVED-DISPLAY
           MOVE BT-NET-CONTRIBUTION TO NET-DISPLAY
           PERFORM WRITE-TOTAL-LINES.

      *> Joint accounts count in full under each owner, so the grand
      *> total can exceed the book balances and income.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE

           MOVE RT-CUSTOMER-COUNT TO CUSTOMER-COUNT-DISPLAY
           MOVE SPACES TO TOTAL-LABEL
           STRING "ALL BRANCHES " CUSTOMER-COUNT-DISPLAY " CUSTOMERS"
               DELIMITED BY SIZE INTO TOTAL-LABEL
           MOVE RT-DEPOSIT-BALANCE  TO DEPOSIT-DISPLAY
           MOVE RT-LOAN-BALANCE     TO LOAN-DISPLAY
           MOVE RT-INTEREST-PAID    TO INTEREST-PAID-DISPLAY
           MOVE RT-LOAN-INTEREST    TO LOAN-INTEREST-DISPLAY
           MOVE RT-FEES-CHARGED     TO FEES-CHARGED-DISPLAY
           MOVE RT-FEES-WAIVED      TO FEES-WAIVED-DISPLAY
           MOVE RT-NET-CONTRIBUTION TO NET-DISPLAY
           PERFORM WRITE-TOTAL-LINES

           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING "JOINT ACCOUNTS ARE COUNTED IN FULL UNDER EACH OWNER"
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE

           IF UNOWNED-ACCOUNT-COUNT > 0
               MOVE UNOWNED-ACCOUNT-COUNT TO CUSTOMER-COUNT-DISPLAY
               MOVE SPACES TO PROFITABILITY-REPORT-LINE
               STRING "*** " CUSTOMER-COUNT-DISPLAY
                   " ACCOUNTS WITH AN OWNER NOT ON CUSTOMER MASTER"
                   " ***"
                   DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
               WRITE PROFITABILITY-REPORT-LINE
           END-IF.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO PROFITABILITY-REPORT-LINE
           STRING TOTAL-LABEL " " DEPOSIT-DISPLAY " " LOAN-DISPLAY
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-LINE
           WRITE PROFITABILITY-REPORT-LINE
           PERFORM WRITE-AMOUNTS-LINE.
