       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.

      *> Nightly electronic funds transfer dispute batch job. Reads
      *> every case on DISPUTE.DAT and acts on the deadlines that
      *> have arrived: an OPEN case whose provisional credit due date
      *> has come gets the provisional credit posted as a DISPUTE CR
      *> for the amount claimed, and a REVERSE PEND case whose
      *> reversal date has come gets that credit taken back out with
      *> a negative DISPUTE CR and is closed DENIED. Each posting is
      *> marked on the case for NOTICEGN to mail the customer that
      *> night. A credit that cannot be posted because the account
      *> has since closed is listed for the branch to pay by official
      *> check. Every case still active is then listed on DISPAGE.RPT
      *> against the deadline that governs it - the provisional
      *> credit due date while OPEN, the resolution due date while
      *> PROVISIONAL and the reversal date while REVERSE PEND - with
      *> the days left, flagged PAST DUE once the date has gone and
      *> DUE SOON within the warning days on DISPPARM.DAT. Run from
      *> JCL after the day's posting and before GLPOST and NOTICEGN
      *> - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-PARM-FILE ASSIGN TO "DISPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-PARM-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               ALTERNATE RECORD KEY IS TX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT DISPUTE-CASE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUMBER
               ALTERNATE RECORD KEY IS DC-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS DISPUTE-CASE-STATUS.

           SELECT DISPUTE-AGING-REPORT ASSIGN TO "DISPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-PARM-FILE.
       COPY "dispprm.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  DISPUTE-CASE-FILE.
       COPY "dispcase.cpy".

       FD  DISPUTE-AGING-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DISPUTE-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  DISPUTE-PARM-STATUS       PIC XX VALUE "00".
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  DISPUTE-CASE-STATUS       PIC XX VALUE "00".
       01  DISPUTE-REPORT-STATUS     PIC XX VALUE "00".

       01  NO-MORE-CASES             PIC X VALUE "N".
           88  ALL-CASES-DONE            VALUE "Y".
       01  MORE-ACCOUNT-TRANSACTIONS PIC X VALUE "N".
           88  NO-MORE-ACCT-TRANS        VALUE "N".
       01  ACCOUNT-FOUND-FLAG        PIC X VALUE "N".
           88  ACCOUNT-FOUND             VALUE "Y".
       01  DISPUTE-POSTED-FLAG       PIC X VALUE "N".
           88  DISPUTE-CREDIT-POSTED     VALUE "Y".

       01  WARNING-DAYS              PIC 9(02) VALUE 5.

       01  RUN-DATE                  PIC 9(08).
       01  RUN-DAY-NUMBER            PIC 9(08).
       01  GOVERNING-DEADLINE        PIC 9(08).
       01  DAYS-REMAINING            PIC S9(05).
       01  DISPUTE-CREDIT-AMOUNT     PIC S9(09)V99.
       01  DISPUTE-CREDIT-DESCRIPTION PIC X(20).
       01  NEXT-SEQUENCE-NUMBER      PIC 9(06).
       01  REPORT-FLAG               PIC X(09).

       01  CASES-ACTIVE              PIC 9(07) VALUE 0.
       01  CASES-DUE-SOON            PIC 9(07) VALUE 0.
       01  CASES-PAST-DUE            PIC 9(07) VALUE 0.
       01  ACTIVE-CLAIM-TOTAL        PIC S9(11)V99 VALUE 0.
       01  PROVISIONAL-CREDITS       PIC 9(07) VALUE 0.
       01  PROVISIONAL-CREDIT-TOTAL  PIC S9(11)V99 VALUE 0.
       01  CREDITS-REVERSED          PIC 9(07) VALUE 0.
       01  REVERSAL-TOTAL            PIC S9(11)V99 VALUE 0.
       01  POSTINGS-REFUSED          PIC 9(07) VALUE 0.

       01  DAYS-REMAINING-DISPLAY    PIC -(4)9.
       01  DETAIL-AMOUNT-DISPLAY     PIC -(9)9.99.
       01  REPORT-AMOUNT-DISPLAY     PIC -(11)9.99.

       COPY "auditrec.cpy".

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "DISPAGE" TO RP-JOB-NAME
           MOVE SPACES    TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "DISPAGE: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "DISPAGE: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM READ-DISPUTE-PARAMETERS

           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
      *> No case file simply means no dispute has ever been opened.
           OPEN I-O DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS = "35"
               OPEN OUTPUT DISPUTE-CASE-FILE
               CLOSE DISPUTE-CASE-FILE
               OPEN I-O DISPUTE-CASE-FILE
           END-IF
           OPEN OUTPUT DISPUTE-AGING-REPORT
           PERFORM WRITE-REPORT-HEADING

           IF ACCOUNT-MASTER-STATUS NOT = "00"
                   OR TRANSACTION-FILE-STATUS NOT = "00"
                   OR DISPUTE-CASE-STATUS NOT = "00"
               DISPLAY "Unable to open dispute files."
               DISPLAY "Account master     : " ACCOUNT-MASTER-STATUS
               DISPLAY "Transaction status : "
                   TRANSACTION-FILE-STATUS
               DISPLAY "Dispute cases      : " DISPUTE-CASE-STATUS
           ELSE
               MOVE 0 TO DC-CASE-NUMBER
               START DISPUTE-CASE-FILE KEY IS >= DC-CASE-NUMBER
                   INVALID KEY
                       SET ALL-CASES-DONE TO TRUE
               END-START
               PERFORM UNTIL ALL-CASES-DONE
                   READ DISPUTE-CASE-FILE NEXT RECORD
                       AT END
                           SET ALL-CASES-DONE TO TRUE
                   END-READ
                   IF NOT ALL-CASES-DONE
                       IF DC-CASE-ACTIVE
                           PERFORM REVIEW-DISPUTE-CASE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           END-IF

           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE DISPUTE-CASE-FILE
           CLOSE DISPUTE-AGING-REPORT

           DISPLAY "DISPAGE: " CASES-ACTIVE " active cases, "
               CASES-PAST-DUE " past due, " PROVISIONAL-CREDITS
               " provisional credits, " CREDITS-REVERSED
               " reversed."

           STOP RUN.

       READ-DISPUTE-PARAMETERS.
           OPEN INPUT DISPUTE-PARM-FILE
           IF DISPUTE-PARM-STATUS = "00"
               READ DISPUTE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DQ-WARNING-DAYS NUMERIC
                               AND DQ-WARNING-DAYS > 0
                           MOVE DQ-WARNING-DAYS TO WARNING-DAYS
                       END-IF
               END-READ
               CLOSE DISPUTE-PARM-FILE
           END-IF
           DISPLAY "DISPAGE: cases flagged " WARNING-DAYS
               " days ahead of their deadlines.".

       REVIEW-DISPUTE-CASE.
           MOVE SPACES TO REPORT-FLAG
           EVALUATE TRUE
               WHEN DC-OPEN AND DC-PROVISIONAL-DUE-DATE NOT > RUN-DATE
                   PERFORM POST-PROVISIONAL-CREDIT
               WHEN DC-REVERSE-PENDING
                       AND DC-REVERSAL-DATE NOT > RUN-DATE
                   PERFORM REVERSE-PROVISIONAL-CREDIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN DC-OPEN
                   MOVE DC-PROVISIONAL-DUE-DATE TO GOVERNING-DEADLINE
               WHEN DC-PROVISIONAL
                   MOVE DC-FINAL-DUE-DATE TO GOVERNING-DEADLINE
               WHEN OTHER
                   MOVE DC-REVERSAL-DATE TO GOVERNING-DEADLINE
           END-EVALUATE
           COMPUTE DAYS-REMAINING =
               FUNCTION INTEGER-OF-DATE(GOVERNING-DEADLINE)
               - RUN-DAY-NUMBER

           IF DC-CASE-ACTIVE
               ADD 1 TO CASES-ACTIVE
               ADD DC-CLAIM-AMOUNT TO ACTIVE-CLAIM-TOTAL
               IF REPORT-FLAG = SPACES
                   EVALUATE TRUE
                       WHEN DAYS-REMAINING < 0
                           MOVE "PAST DUE" TO REPORT-FLAG
                       WHEN DAYS-REMAINING NOT > WARNING-DAYS
                           MOVE "DUE SOON" TO REPORT-FLAG
                   END-EVALUATE
               END-IF
               EVALUATE TRUE
                   WHEN DAYS-REMAINING < 0
                       ADD 1 TO CASES-PAST-DUE
                   WHEN DAYS-REMAINING NOT > WARNING-DAYS
                       ADD 1 TO CASES-DUE-SOON
               END-EVALUATE
           END-IF
           PERFORM WRITE-CASE-LINE.

      *> The provisional credit is due whether or not the
      *> investigation is finished, so it is posted for the amount
      *> claimed the night it falls due.
       POST-PROVISIONAL-CREDIT.
           MOVE DC-CLAIM-AMOUNT TO DISPUTE-CREDIT-AMOUNT
           MOVE SPACES TO DISPUTE-CREDIT-DESCRIPTION
           STRING "PROV CR " DC-CASE-NUMBER
               DELIMITED BY SIZE INTO DISPUTE-CREDIT-DESCRIPTION
           PERFORM POST-DISPUTE-CREDIT-ENTRY

           IF DISPUTE-CREDIT-POSTED
               SET DC-PROVISIONAL        TO TRUE
               MOVE RUN-DATE             TO DC-PROVISIONAL-DATE
               MOVE NEXT-SEQUENCE-NUMBER TO DC-PROVISIONAL-SEQUENCE
               MOVE "SYSBATCH"           TO DC-PROVISIONAL-BY
               SET DC-NOTICE-PROVISIONAL TO TRUE
               MOVE RUN-DATE             TO DC-NOTICE-DATE
               REWRITE DISPUTE-CASE-RECORD
               ADD 1 TO PROVISIONAL-CREDITS
               ADD DISPUTE-CREDIT-AMOUNT TO PROVISIONAL-CREDIT-TOTAL
               MOVE "PROV CR" TO REPORT-FLAG

               MOVE "SYSBATCH"          TO AL-USER-ID
               MOVE "DISPAGE"           TO AL-PROGRAM-NAME
               MOVE "DISPUTE PROV CREDIT" TO AL-ACTION
               MOVE DC-ACCOUNT-NUMBER   TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           ELSE
               ADD 1 TO POSTINGS-REFUSED
               MOVE "NO POST" TO REPORT-FLAG
           END-IF.

      *> The customer was told of this debit when the case was
      *> resolved with no error found; the notice period has run.
       REVERSE-PROVISIONAL-CREDIT.
           COMPUTE DISPUTE-CREDIT-AMOUNT = DC-CLAIM-AMOUNT * -1
           MOVE SPACES TO DISPUTE-CREDIT-DESCRIPTION
           STRING "PROV REV " DC-CASE-NUMBER
               DELIMITED BY SIZE INTO DISPUTE-CREDIT-DESCRIPTION
           PERFORM POST-DISPUTE-CREDIT-ENTRY

           IF DISPUTE-CREDIT-POSTED
               SET DC-DENIED TO TRUE
               REWRITE DISPUTE-CASE-RECORD
               ADD 1 TO CREDITS-REVERSED
               ADD DISPUTE-CREDIT-AMOUNT TO REVERSAL-TOTAL
               MOVE "REVERSED" TO REPORT-FLAG

               MOVE "SYSBATCH"          TO AL-USER-ID
               MOVE "DISPAGE"           TO AL-PROGRAM-NAME
               MOVE "DISPUTE CR REVERSED" TO AL-ACTION
               MOVE DC-ACCOUNT-NUMBER   TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           ELSE
               ADD 1 TO POSTINGS-REFUSED
               MOVE "NO POST" TO REPORT-FLAG
           END-IF.

      *> Posts DISPUTE-CREDIT-AMOUNT to the case's account as a
      *> DISPUTE CR. A closed account can take no posting and is
      *> left for the branch.
       POST-DISPUTE-CREDIT-ENTRY.
           MOVE "N" TO DISPUTE-POSTED-FLAG
           MOVE DC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           IF ACCOUNT-FOUND AND NOT AM-STATUS-CLOSED
               ADD DISPUTE-CREDIT-AMOUNT TO AM-CURRENT-BALANCE

               PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
               MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
               MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
               MOVE RUN-DATE             TO TX-DATE
               SET TX-TYPE-DISPUTE-CREDIT TO TRUE
               MOVE DISPUTE-CREDIT-DESCRIPTION TO TX-DESCRIPTION
               MOVE DISPUTE-CREDIT-AMOUNT TO TX-AMOUNT
               MOVE AM-CURRENT-BALANCE   TO TX-RUNNING-BALANCE
               SET TX-NOT-REVERSED       TO TRUE
               MOVE "SYSBATCH"           TO TX-POSTED-BY
               MOVE SPACES               TO TX-ORIGINAL-TYPE
               MOVE SPACES               TO TX-CHECK-NUMBER
               MOVE SPACES               TO TX-BRANCH-CODE

               WRITE TRANSACTION-RECORD
                   INVALID KEY
                       DISPLAY "Unable to post dispute credit for "
                           AM-ACCOUNT-NUMBER "."
                   NOT INVALID KEY
                       REWRITE ACCOUNT-MASTER-RECORD
                       MOVE "Y" TO DISPUTE-POSTED-FLAG
               END-WRITE
           ELSE
               DISPLAY "DISPAGE: case " DC-CASE-NUMBER " account "
                   DC-ACCOUNT-NUMBER " is closed or missing - "
                   "not posted."
           END-IF.

       DETERMINE-NEXT-SEQUENCE-NUMBER.
           MOVE 0 TO NEXT-SEQUENCE-NUMBER
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
                       MOVE TX-SEQUENCE-NUMBER
                           TO NEXT-SEQUENCE-NUMBER
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO NEXT-SEQUENCE-NUMBER
           MOVE AM-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "ELECTRONIC TRANSFER DISPUTE AGING FOR "
               RUN-DATE
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE

           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "CASE       ACCOUNT    STATUS       DEADLINE  DAYS"
               " FLAG            CLAIMED"
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.

       WRITE-CASE-LINE.
           MOVE DAYS-REMAINING  TO DAYS-REMAINING-DISPLAY
           MOVE DC-CLAIM-AMOUNT TO DETAIL-AMOUNT-DISPLAY
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING DC-CASE-NUMBER " " DC-ACCOUNT-NUMBER " "
               DC-STATUS " " GOVERNING-DEADLINE " "
               DAYS-REMAINING-DISPLAY " " REPORT-FLAG " "
               DETAIL-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE

           MOVE ACTIVE-CLAIM-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "CASES ACTIVE           " CASES-ACTIVE
               "  CLAIMED " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE

           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "  DUE SOON             " CASES-DUE-SOON
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE

           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "  PAST DUE             " CASES-PAST-DUE
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE

           MOVE PROVISIONAL-CREDIT-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "PROVISIONAL CREDITS    " PROVISIONAL-CREDITS
               "  AMOUNT  " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE

           MOVE REVERSAL-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "CREDITS REVERSED       " CREDITS-REVERSED
               "  AMOUNT  " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE

           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING "NOT POSTED - ACCOUNT CLOSED " POSTINGS-REFUSED
               DELIMITED BY SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.
