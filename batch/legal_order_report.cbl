       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALRPT.

      *> Nightly legal order report for the legal department. Reads
      *> every order on LEGALORD.DAT and lists each one still active
      *> on LEGALRPT.RPT against what it is waiting for: a HELD order
      *> awaits the bank's answer, due on its answer due date; an
      *> ANSWERED levy or garnishment awaits remittance to the
      *> creditor, due on its remittance due date (ON INSTR when the
      *> order names none and payment waits on the court); an
      *> ANSWERED subpoena is a FREEZE held until the court lifts it.
      *> Each deadline shows the days left, flagged PAST DUE once the
      *> date has gone and DUE SOON within the warning days on
      *> LEGLPARM.DAT. A second line gives the amount ordered against
      *> the amount actually held, marked SHORT where the debtor's
      *> accounts did not cover the order. Read-only; answers,
      *> remittances and releases are worked in ACCTMGMT. Run from
      *> JCL - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-PARM-FILE ASSIGN TO "LEGLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-PARM-STATUS.

           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LO-ORDER-NUMBER
               ALTERNATE RECORD KEY IS LO-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS LEGAL-ORDER-STATUS.

           SELECT LEGAL-ORDER-REPORT ASSIGN TO "LEGALRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-PARM-FILE.
       COPY "legalprm.cpy".

       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  LEGAL-ORDER-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  LEGAL-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  LEGAL-PARM-STATUS         PIC XX VALUE "00".
       01  LEGAL-ORDER-STATUS        PIC XX VALUE "00".
       01  LEGAL-REPORT-STATUS       PIC XX VALUE "00".

       01  NO-MORE-ORDERS            PIC X VALUE "N".
           88  ALL-ORDERS-DONE           VALUE "Y".

       01  WARNING-DAYS              PIC 9(02) VALUE 3.

       01  RUN-DATE                  PIC 9(08).
       01  RUN-DAY-NUMBER            PIC 9(08).
       01  GOVERNING-DEADLINE        PIC 9(08).
       01  DAYS-REMAINING            PIC S9(05).
       01  AWAITING-TEXT             PIC X(10).
       01  REPORT-FLAG               PIC X(09).
       01  SHORT-FLAG                PIC X(05).
       01  DETAIL-DUE-TEXT           PIC X(08).
       01  DETAIL-DAYS-TEXT          PIC X(05).

       01  ORDERS-ACTIVE             PIC 9(07) VALUE 0.
       01  ORDERS-AWAITING-ANSWER    PIC 9(07) VALUE 0.
       01  ORDERS-AWAITING-REMIT     PIC 9(07) VALUE 0.
       01  ORDERS-FROZEN             PIC 9(07) VALUE 0.
       01  ORDERS-DUE-SOON           PIC 9(07) VALUE 0.
       01  ORDERS-PAST-DUE           PIC 9(07) VALUE 0.
       01  ORDERS-SHORT              PIC 9(07) VALUE 0.
       01  ORDERED-TOTAL             PIC S9(11)V99 VALUE 0.
       01  HELD-TOTAL                PIC S9(11)V99 VALUE 0.

       01  DAYS-REMAINING-DISPLAY    PIC -(4)9.
       01  DETAIL-AMOUNT-DISPLAY     PIC -(9)9.99.
       01  DETAIL-HELD-DISPLAY       PIC -(9)9.99.
       01  REPORT-AMOUNT-DISPLAY     PIC -(11)9.99.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "LEGALRPT" TO RP-JOB-NAME
           MOVE SPACES     TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "LEGALRPT: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "LEGALRPT: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM READ-LEGAL-PARAMETERS

           OPEN OUTPUT LEGAL-ORDER-REPORT
           PERFORM WRITE-REPORT-HEADING

      *> No order file on file simply means no legal order has been
      *> served yet - the report prints empty totals.
           OPEN INPUT LEGAL-ORDER-FILE
           IF LEGAL-ORDER-STATUS = "00"
               PERFORM UNTIL ALL-ORDERS-DONE
                   READ LEGAL-ORDER-FILE NEXT RECORD
                       AT END
                           SET ALL-ORDERS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-ORDERS-DONE
                       IF LO-ORDER-ACTIVE
                           PERFORM REVIEW-LEGAL-ORDER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEGAL-ORDER-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE LEGAL-ORDER-REPORT

           SET RP-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS

           DISPLAY "LEGALRPT: " ORDERS-ACTIVE " active orders, "
               ORDERS-PAST-DUE " past due, " ORDERS-DUE-SOON
               " due soon."

           STOP RUN.

       READ-LEGAL-PARAMETERS.
           OPEN INPUT LEGAL-PARM-FILE
           IF LEGAL-PARM-STATUS = "00"
               READ LEGAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LQ-WARNING-DAYS NUMERIC
                               AND LQ-WARNING-DAYS > 0
                           MOVE LQ-WARNING-DAYS TO WARNING-DAYS
                       END-IF
               END-READ
               CLOSE LEGAL-PARM-FILE
           END-IF
           DISPLAY "LEGALRPT: orders flagged " WARNING-DAYS
               " days ahead of their deadlines.".

       REVIEW-LEGAL-ORDER.
           ADD 1 TO ORDERS-ACTIVE
           ADD LO-ORDER-AMOUNT TO ORDERED-TOTAL
           ADD LO-HELD-AMOUNT  TO HELD-TOTAL
           MOVE SPACES TO REPORT-FLAG
           MOVE 0 TO GOVERNING-DEADLINE

           EVALUATE TRUE
               WHEN LO-HELD
                   MOVE "ANSWER" TO AWAITING-TEXT
                   MOVE LO-ANSWER-DUE-DATE TO GOVERNING-DEADLINE
                   ADD 1 TO ORDERS-AWAITING-ANSWER
               WHEN LO-TYPE-SUBPOENA
                   MOVE "FREEZE" TO AWAITING-TEXT
                   ADD 1 TO ORDERS-FROZEN
               WHEN OTHER
                   MOVE "REMITTANCE" TO AWAITING-TEXT
                   MOVE LO-REMIT-DUE-DATE TO GOVERNING-DEADLINE
                   ADD 1 TO ORDERS-AWAITING-REMIT
                   IF LO-REMIT-DUE-DATE = 0
                       MOVE "ON INSTR" TO REPORT-FLAG
                   END-IF
           END-EVALUATE

           MOVE SPACES TO DETAIL-DUE-TEXT
           MOVE SPACES TO DETAIL-DAYS-TEXT
           IF GOVERNING-DEADLINE NOT = 0
               COMPUTE DAYS-REMAINING =
                   FUNCTION INTEGER-OF-DATE(GOVERNING-DEADLINE)
                   - RUN-DAY-NUMBER
               MOVE GOVERNING-DEADLINE     TO DETAIL-DUE-TEXT
               MOVE DAYS-REMAINING         TO DAYS-REMAINING-DISPLAY
               MOVE DAYS-REMAINING-DISPLAY TO DETAIL-DAYS-TEXT
               EVALUATE TRUE
                   WHEN DAYS-REMAINING < 0
                       MOVE "PAST DUE" TO REPORT-FLAG
                       ADD 1 TO ORDERS-PAST-DUE
                   WHEN DAYS-REMAINING NOT > WARNING-DAYS
                       MOVE "DUE SOON" TO REPORT-FLAG
                       ADD 1 TO ORDERS-DUE-SOON
               END-EVALUATE
           END-IF

           MOVE SPACES TO SHORT-FLAG
           IF LO-HELD-AMOUNT < LO-ORDER-AMOUNT
               MOVE "SHORT" TO SHORT-FLAG
               ADD 1 TO ORDERS-SHORT
           END-IF
           PERFORM WRITE-ORDER-LINES.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "LEGAL ORDERS AWAITING ANSWER OR REMITTANCE FOR "
               RUN-DATE
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "ORDER      CUSTOMER   TYPE     AWAITING   DUE DATE"
               "  DAYS FLAG"
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE.

       WRITE-ORDER-LINES.
           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING LO-ORDER-NUMBER " " LO-CUSTOMER-NUMBER " "
               LO-ORDER-TYPE " " AWAITING-TEXT " "
               DETAIL-DUE-TEXT " " DETAIL-DAYS-TEXT " "
               REPORT-FLAG
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE LO-ORDER-AMOUNT TO DETAIL-AMOUNT-DISPLAY
           MOVE LO-HELD-AMOUNT  TO DETAIL-HELD-DISPLAY
           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "           ORDERED " DETAIL-AMOUNT-DISPLAY
               "  HELD " DETAIL-HELD-DISPLAY " " SHORT-FLAG
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "           " LO-CUSTOMER-NAME " "
               LO-ISSUER-NAME
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE ORDERED-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "ORDERS ACTIVE          " ORDERS-ACTIVE
               "  ORDERED " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE HELD-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "  HELD SHORT OF ORDER  " ORDERS-SHORT
               "  HELD    " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "AWAITING ANSWER        " ORDERS-AWAITING-ANSWER
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "AWAITING REMITTANCE    " ORDERS-AWAITING-REMIT
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "SUBPOENA FREEZES       " ORDERS-FROZEN
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "  DUE SOON             " ORDERS-DUE-SOON
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE

           MOVE SPACES TO LEGAL-REPORT-LINE
           STRING "  PAST DUE             " ORDERS-PAST-DUE
               DELIMITED BY SIZE INTO LEGAL-REPORT-LINE
           WRITE LEGAL-REPORT-LINE.
