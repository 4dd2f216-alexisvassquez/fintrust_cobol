       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.

      *> Nightly overdrawn-account aging and charge-off batch job.
      *> Every deposit account carrying a negative balance is tracked
      *> on OVERDRAWN.DAT from the date it went overdrawn - taken from
      *> the start of the current run of negative running balances on
      *> TRANSACTION-FILE the first night it is seen - and aged in
      *> days against the thresholds on CHGPARM.DAT. As the age
      *> passes the first, second and final notice thresholds the
      *> notice level is raised and dated, and NOTICEGN mails the
      *> letter that night. Once the final notice has gone and the
      *> charge-off date has arrived, the overdraft is charged off:
      *> a CHARGE-OFF posting brings the balance to zero (GLPOST
      *> books it to LOSSES), the account is closed with the
      *> CHARGED OFF closure reason, the status change is logged and
      *> audited as the other batch closures are, and the account is
      *> entered on the recovery file (RECOVERY.DAT) so later money
      *> can be taken as RECOVERY income. The charge-off date is
      *> never less than the gap between the final-notice and
      *> charge-off thresholds after the final notice, so an account
      *> found already long overdrawn still gets its final notice
      *> period. An account brought back to zero or better drops off
      *> the tracking file. FROZEN and COMPLIANCE accounts are aged
      *> and listed but neither noticed nor charged off - they are
      *> held for the branch or for compliance. LOAN accounts are
      *> left to LOANAGE. Everything is listed on CHGOFF.RPT. Run
      *> from JCL after the day's posting and before GLPOST and
      *> NOTICEGN - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-PARM-FILE ASSIGN TO "CHGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-OFF-PARM-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               ALTERNATE RECORD KEY IS TX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT OVERDRAWN-TRACKING-FILE ASSIGN TO "OVERDRAWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCOUNT-NUMBER
               FILE STATUS IS OVERDRAWN-TRACKING-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ACCOUNT-NUMBER
               FILE STATUS IS RECOVERY-FILE-STATUS.

           SELECT STATUS-HISTORY-LOG ASSIGN TO "STATHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORY-STATUS.

           SELECT CHARGE-OFF-REPORT ASSIGN TO "CHGOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-OFF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-OFF-PARM-FILE.
       COPY "chgprm.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmas.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  OVERDRAWN-TRACKING-FILE.
       COPY "ovdtrack.cpy".

       FD  RECOVERY-FILE.
       COPY "recovery.cpy".

       FD  STATUS-HISTORY-LOG.
       COPY "stathist.cpy".

       FD  CHARGE-OFF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-OFF-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01  CHARGE-OFF-PARM-STATUS    PIC XX VALUE "00".
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  CUSTOMER-MASTER-STATUS    PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  OVERDRAWN-TRACKING-STATUS PIC XX VALUE "00".
       01  RECOVERY-FILE-STATUS      PIC XX VALUE "00".
       01  STATUS-HISTORY-STATUS     PIC XX VALUE "00".
       01  CHARGE-OFF-REPORT-STATUS  PIC XX VALUE "00".

       01  NO-MORE-ACCOUNTS          PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
       01  MORE-ACCOUNT-TRANSACTIONS PIC X VALUE "N".
           88  NO-MORE-ACCT-TRANS        VALUE "N".
       01  TRACKING-FOUND-FLAG       PIC X VALUE "N".
           88  TRACKING-FOUND            VALUE "Y".
       01  NEGATIVE-RUN-FLAG         PIC X VALUE "N".
           88  IN-NEGATIVE-RUN           VALUE "Y".
       01  CHARGE-OFF-POSTED-FLAG    PIC X VALUE "N".
           88  CHARGE-OFF-POSTED         VALUE "Y".

       01  FIRST-NOTICE-DAYS         PIC 9(03) VALUE 15.
       01  SECOND-NOTICE-DAYS        PIC 9(03) VALUE 30.
       01  FINAL-NOTICE-DAYS         PIC 9(03) VALUE 45.
       01  CHARGE-OFF-DAYS           PIC 9(03) VALUE 60.

       01  RUN-DATE                  PIC 9(08).
       01  RUN-DAY-NUMBER            PIC 9(08).
       01  CHARGE-OFF-DAY-NUMBER     PIC 9(08).
       01  DAYS-OVERDRAWN            PIC 9(04).
       01  NEW-NOTICE-LEVEL          PIC 9(01).
       01  OVERDRAWN-SINCE-DATE      PIC 9(08).
       01  EARLIEST-CHARGE-OFF-DATE  PIC 9(08).
       01  CHARGE-OFF-AMOUNT         PIC S9(09)V99.
       01  OLD-ACCOUNT-STATUS        PIC X(10).
       01  NEXT-SEQUENCE-NUMBER      PIC 9(06).
       01  REPORT-ACTION             PIC X(09).

       01  ACCOUNTS-OVERDRAWN        PIC 9(07) VALUE 0.
       01  NEWLY-OVERDRAWN-COUNT     PIC 9(07) VALUE 0.
       01  OVERDRAWN-TOTAL           PIC S9(11)V99 VALUE 0.
       01  NOTICES-MARKED            PIC 9(07) VALUE 0.
       01  ACCOUNTS-CHARGED-OFF      PIC 9(07) VALUE 0.
       01  CHARGE-OFF-TOTAL          PIC S9(11)V99 VALUE 0.
       01  ACCOUNTS-CURED            PIC 9(07) VALUE 0.
       01  ACCOUNTS-WITHHELD         PIC 9(07) VALUE 0.

       01  DETAIL-BALANCE-DISPLAY    PIC -(9)9.99.
       01  REPORT-AMOUNT-DISPLAY     PIC -(11)9.99.

       COPY "auditrec.cpy".

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "CHGOFF"  TO RP-JOB-NAME
           MOVE SPACES    TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "CHGOFF: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "CHGOFF: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM READ-CHARGE-OFF-PARAMETERS

           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O TRANSACTION-FILE
      *> The tracking and recovery files start empty on a new system.
           OPEN I-O OVERDRAWN-TRACKING-FILE
           IF OVERDRAWN-TRACKING-STATUS = "35"
               OPEN OUTPUT OVERDRAWN-TRACKING-FILE
               CLOSE OVERDRAWN-TRACKING-FILE
               OPEN I-O OVERDRAWN-TRACKING-FILE
           END-IF
           OPEN I-O RECOVERY-FILE
           IF RECOVERY-FILE-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
               CLOSE RECOVERY-FILE
               OPEN I-O RECOVERY-FILE
           END-IF
           OPEN OUTPUT CHARGE-OFF-REPORT
           PERFORM WRITE-REPORT-HEADING

           IF ACCOUNT-MASTER-STATUS NOT = "00"
                   OR TRANSACTION-FILE-STATUS NOT = "00"
                   OR OVERDRAWN-TRACKING-STATUS NOT = "00"
                   OR RECOVERY-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open charge-off files."
               DISPLAY "Account master     : " ACCOUNT-MASTER-STATUS
               DISPLAY "Transaction status : "
                   TRANSACTION-FILE-STATUS
               DISPLAY "Overdrawn tracking : "
                   OVERDRAWN-TRACKING-STATUS
               DISPLAY "Recovery file      : " RECOVERY-FILE-STATUS
           ELSE
               MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
               START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-NUMBER
                   INVALID KEY
                       SET ALL-ACCOUNTS-DONE TO TRUE
               END-START
               PERFORM UNTIL ALL-ACCOUNTS-DONE
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           SET ALL-ACCOUNTS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-ACCOUNTS-DONE
                       IF NOT AM-TYPE-LOAN
                           PERFORM REVIEW-ACCOUNT-BALANCE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           END-IF

           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE OVERDRAWN-TRACKING-FILE
           CLOSE RECOVERY-FILE
           CLOSE CHARGE-OFF-REPORT

           DISPLAY "CHGOFF: " ACCOUNTS-OVERDRAWN " accounts overdrawn, "
               NOTICES-MARKED " notices marked, "
               ACCOUNTS-CHARGED-OFF " charged off for "
               CHARGE-OFF-TOTAL "."

           STOP RUN.

      *> A threshold on the card replaces the default only when it is
      *> present and non-zero, and the four must still climb in
      *> order - a card that does not is ignored whole.
       READ-CHARGE-OFF-PARAMETERS.
           OPEN INPUT CHARGE-OFF-PARM-FILE
           IF CHARGE-OFF-PARM-STATUS = "00"
               READ CHARGE-OFF-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-FIRST-NOTICE-DAYS NUMERIC
                               AND CP-FIRST-NOTICE-DAYS > 0
                           MOVE CP-FIRST-NOTICE-DAYS
                               TO FIRST-NOTICE-DAYS
                       END-IF
                       IF CP-SECOND-NOTICE-DAYS NUMERIC
                               AND CP-SECOND-NOTICE-DAYS > 0
                           MOVE CP-SECOND-NOTICE-DAYS
                               TO SECOND-NOTICE-DAYS
                       END-IF
                       IF CP-FINAL-NOTICE-DAYS NUMERIC
                               AND CP-FINAL-NOTICE-DAYS > 0
                           MOVE CP-FINAL-NOTICE-DAYS
                               TO FINAL-NOTICE-DAYS
                       END-IF
                       IF CP-CHARGE-OFF-DAYS NUMERIC
                               AND CP-CHARGE-OFF-DAYS > 0
                           MOVE CP-CHARGE-OFF-DAYS
                               TO CHARGE-OFF-DAYS
                       END-IF
               END-READ
               CLOSE CHARGE-OFF-PARM-FILE
           END-IF

           IF FIRST-NOTICE-DAYS NOT < SECOND-NOTICE-DAYS
                   OR SECOND-NOTICE-DAYS NOT < FINAL-NOTICE-DAYS
                   OR FINAL-NOTICE-DAYS NOT < CHARGE-OFF-DAYS
               DISPLAY "CHGOFF: thresholds on CHGPARM are not in"
                   " ascending order - defaults used."
               MOVE 15 TO FIRST-NOTICE-DAYS
               MOVE 30 TO SECOND-NOTICE-DAYS
               MOVE 45 TO FINAL-NOTICE-DAYS
               MOVE 60 TO CHARGE-OFF-DAYS
           END-IF
           DISPLAY "CHGOFF: notices at " FIRST-NOTICE-DAYS "/"
               SECOND-NOTICE-DAYS "/" FINAL-NOTICE-DAYS
               " days, charge-off at " CHARGE-OFF-DAYS " days.".

       REVIEW-ACCOUNT-BALANCE.
           MOVE AM-ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER
           MOVE "N" TO TRACKING-FOUND-FLAG
           READ OVERDRAWN-TRACKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TRACKING-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN AM-CURRENT-BALANCE < 0 AND NOT AM-STATUS-CLOSED
                   PERFORM AGE-OVERDRAWN-ACCOUNT
               WHEN TRACKING-FOUND
                   PERFORM CLEAR-CURED-ACCOUNT
           END-EVALUATE.

       AGE-OVERDRAWN-ACCOUNT.
           ADD 1 TO ACCOUNTS-OVERDRAWN
           ADD AM-CURRENT-BALANCE TO OVERDRAWN-TOTAL
           IF NOT TRACKING-FOUND
               PERFORM START-OVERDRAWN-TRACKING
           END-IF
           COMPUTE DAYS-OVERDRAWN = RUN-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(OD-OVERDRAWN-DATE)

           EVALUATE TRUE
               WHEN AM-STATUS-FROZEN OR AM-STATUS-COMPLIANCE
                   ADD 1 TO ACCOUNTS-WITHHELD
                   MOVE "WITHHELD" TO REPORT-ACTION
                   PERFORM WRITE-ACCOUNT-LINE
               WHEN OD-FINAL-NOTICE
                       AND RUN-DATE NOT < OD-CHARGE-OFF-DATE
                   PERFORM CHARGE-OFF-ACCOUNT
               WHEN OTHER
                   PERFORM ADVANCE-NOTICE-LEVEL
           END-EVALUATE.

       START-OVERDRAWN-TRACKING.
           ADD 1 TO NEWLY-OVERDRAWN-COUNT
           PERFORM FIND-OVERDRAWN-DATE
           MOVE AM-ACCOUNT-NUMBER    TO OD-ACCOUNT-NUMBER
           MOVE OVERDRAWN-SINCE-DATE TO OD-OVERDRAWN-DATE
           COMPUTE CHARGE-OFF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(OVERDRAWN-SINCE-DATE)
               + CHARGE-OFF-DAYS
           COMPUTE OD-CHARGE-OFF-DATE =
               FUNCTION DATE-OF-INTEGER(CHARGE-OFF-DAY-NUMBER)
           SET OD-NO-NOTICE          TO TRUE
           MOVE 0                    TO OD-NOTICE-DATE
           MOVE 0                    TO OD-NOTICE-BALANCE
           WRITE OVERDRAWN-TRACKING-RECORD
               INVALID KEY
                   DISPLAY "CHGOFF: unable to track overdrawn account "
                       AM-ACCOUNT-NUMBER "."
           END-WRITE
           MOVE "Y" TO TRACKING-FOUND-FLAG.

      *> The account went overdrawn on the first posting of the
      *> current unbroken run of negative running balances. With no
      *> such posting on file (the history has been archived, say)
      *> the account is taken as overdrawn from today.
       FIND-OVERDRAWN-DATE.
           MOVE RUN-DATE TO OVERDRAWN-SINCE-DATE
           MOVE "N" TO NEGATIVE-RUN-FLAG
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
                       IF TX-RUNNING-BALANCE < 0
                           IF NOT IN-NEGATIVE-RUN
                               MOVE TX-DATE TO OVERDRAWN-SINCE-DATE
                               MOVE "Y" TO NEGATIVE-RUN-FLAG
                           END-IF
                       ELSE
                           MOVE "N" TO NEGATIVE-RUN-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF NOT IN-NEGATIVE-RUN
               MOVE RUN-DATE TO OVERDRAWN-SINCE-DATE
           END-IF.

      *> One notice a night at most: an account found already past
      *> several thresholds is marked at the highest one it has
      *> reached. The final notice pushes the charge-off date out, if
      *> need be, so the whole final notice period still runs.
       ADVANCE-NOTICE-LEVEL.
           EVALUATE TRUE
               WHEN DAYS-OVERDRAWN NOT < FINAL-NOTICE-DAYS
                   MOVE 3 TO NEW-NOTICE-LEVEL
               WHEN DAYS-OVERDRAWN NOT < SECOND-NOTICE-DAYS
                   MOVE 2 TO NEW-NOTICE-LEVEL
               WHEN DAYS-OVERDRAWN NOT < FIRST-NOTICE-DAYS
                   MOVE 1 TO NEW-NOTICE-LEVEL
               WHEN OTHER
                   MOVE 0 TO NEW-NOTICE-LEVEL
           END-EVALUATE

           IF NEW-NOTICE-LEVEL > OD-NOTICE-LEVEL
               MOVE NEW-NOTICE-LEVEL   TO OD-NOTICE-LEVEL
               MOVE RUN-DATE           TO OD-NOTICE-DATE
               MOVE AM-CURRENT-BALANCE TO OD-NOTICE-BALANCE
               IF OD-FINAL-NOTICE
                   COMPUTE CHARGE-OFF-DAY-NUMBER = RUN-DAY-NUMBER
                       + CHARGE-OFF-DAYS - FINAL-NOTICE-DAYS
                   COMPUTE EARLIEST-CHARGE-OFF-DATE =
                       FUNCTION DATE-OF-INTEGER(CHARGE-OFF-DAY-NUMBER)
                   IF EARLIEST-CHARGE-OFF-DATE > OD-CHARGE-OFF-DATE
                       MOVE EARLIEST-CHARGE-OFF-DATE
                           TO OD-CHARGE-OFF-DATE
                   END-IF
               END-IF
               REWRITE OVERDRAWN-TRACKING-RECORD
               ADD 1 TO NOTICES-MARKED
               EVALUATE TRUE
                   WHEN OD-FIRST-NOTICE
                       MOVE "NOTICE 1" TO REPORT-ACTION
                   WHEN OD-SECOND-NOTICE
                       MOVE "NOTICE 2" TO REPORT-ACTION
                   WHEN OTHER
                       MOVE "FINAL" TO REPORT-ACTION
               END-EVALUATE
           ELSE
               MOVE "AGING" TO REPORT-ACTION
           END-IF
           PERFORM WRITE-ACCOUNT-LINE.

       CHARGE-OFF-ACCOUNT.
           COMPUTE CHARGE-OFF-AMOUNT = AM-CURRENT-BALANCE * -1
           MOVE AM-STATUS TO OLD-ACCOUNT-STATUS
           PERFORM POST-CHARGE-OFF-ENTRY

           IF CHARGE-OFF-POSTED
               MOVE RUN-DATE      TO AM-CLOSE-DATE
               MOVE "CHARGED OFF" TO AM-CLOSURE-REASON
               SET AM-STATUS-CLOSED TO TRUE
               REWRITE ACCOUNT-MASTER-RECORD
               ADD 1 TO ACCOUNTS-CHARGED-OFF
               ADD CHARGE-OFF-AMOUNT TO CHARGE-OFF-TOTAL

               MOVE AM-ACCOUNT-NUMBER  TO SH-ACCOUNT-NUMBER
               MOVE OLD-ACCOUNT-STATUS TO SH-OLD-STATUS
               MOVE "CLOSED"           TO SH-NEW-STATUS
               MOVE FUNCTION CURRENT-DATE TO SH-TIMESTAMP
               MOVE "SYSBATCH"         TO SH-CHANGED-BY

               OPEN EXTEND STATUS-HISTORY-LOG
               IF STATUS-HISTORY-STATUS = "35"
                   OPEN OUTPUT STATUS-HISTORY-LOG
               END-IF
               WRITE STATUS-HISTORY-RECORD
               CLOSE STATUS-HISTORY-LOG

               MOVE "SYSBATCH"          TO AL-USER-ID
               MOVE "CHGOFF"            TO AL-PROGRAM-NAME
               MOVE "ACCOUNT CHARGED OFF" TO AL-ACTION
               MOVE AM-ACCOUNT-NUMBER   TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD

               DELETE OVERDRAWN-TRACKING-FILE RECORD
               PERFORM WRITE-RECOVERY-ENTRY

      *> The report shows the amount charged off, not the zero
      *> balance the posting left behind.
               COMPUTE AM-CURRENT-BALANCE = CHARGE-OFF-AMOUNT * -1
               MOVE "CHGOFF" TO REPORT-ACTION
               PERFORM WRITE-ACCOUNT-LINE
               MOVE 0 TO AM-CURRENT-BALANCE
           ELSE
               MOVE "NOPOST" TO REPORT-ACTION
               PERFORM WRITE-ACCOUNT-LINE
           END-IF.

       POST-CHARGE-OFF-ENTRY.
           MOVE "N" TO CHARGE-OFF-POSTED-FLAG
           ADD CHARGE-OFF-AMOUNT TO AM-CURRENT-BALANCE

           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
           MOVE RUN-DATE             TO TX-DATE
           SET TX-TYPE-CHARGE-OFF    TO TRUE
           MOVE "OVERDRAFT CHARGE-OFF" TO TX-DESCRIPTION
           MOVE CHARGE-OFF-AMOUNT    TO TX-AMOUNT
           MOVE AM-CURRENT-BALANCE   TO TX-RUNNING-BALANCE
           SET TX-NOT-REVERSED       TO TRUE
           MOVE "SYSBATCH"           TO TX-POSTED-BY
           MOVE SPACES               TO TX-ORIGINAL-TYPE
           MOVE SPACES               TO TX-CHECK-NUMBER
           MOVE SPACES               TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to post charge-off for "
                       AM-ACCOUNT-NUMBER "."
                   SUBTRACT CHARGE-OFF-AMOUNT FROM AM-CURRENT-BALANCE
               NOT INVALID KEY
                   MOVE "Y" TO CHARGE-OFF-POSTED-FLAG
           END-WRITE.

      *> Collections want the owner's identity with each charged-off
      *> balance. CUSTOMER-MASTER is authoritative; an account whose
      *> customer record is gone falls back to what the account
      *> carries.
       WRITE-RECOVERY-ENTRY.
           MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE AM-OWNER-NAME TO CM-CUSTOMER-NAME
                   MOVE AM-TAX-ID     TO CM-TAX-ID
           END-READ

           MOVE AM-ACCOUNT-NUMBER  TO RC-ACCOUNT-NUMBER
           MOVE AM-CUSTOMER-NUMBER TO RC-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME   TO RC-OWNER-NAME
           MOVE CM-TAX-ID          TO RC-TAX-ID
           MOVE RUN-DATE           TO RC-CHARGE-OFF-DATE
           MOVE CHARGE-OFF-AMOUNT  TO RC-CHARGE-OFF-AMOUNT
           MOVE 0                  TO RC-RECOVERED-TOTAL
           MOVE 0                  TO RC-LAST-RECOVERY-DATE
           SET RC-OPEN             TO TRUE
           WRITE RECOVERY-RECORD
               INVALID KEY
                   DISPLAY "CHGOFF: unable to add recovery entry for "
                       AM-ACCOUNT-NUMBER "."
           END-WRITE.

       CLEAR-CURED-ACCOUNT.
           DELETE OVERDRAWN-TRACKING-FILE RECORD
           ADD 1 TO ACCOUNTS-CURED
           COMPUTE DAYS-OVERDRAWN = RUN-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(OD-OVERDRAWN-DATE)
           MOVE "CURED" TO REPORT-ACTION
           PERFORM WRITE-ACCOUNT-LINE.

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
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "OVERDRAWN ACCOUNT AGING AND CHARGE-OFF FOR "
               RUN-DATE
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "ACCOUNT    OWNER                SINCE    DAYS"
               " ACTION         BALANCE"
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

       WRITE-ACCOUNT-LINE.
           MOVE AM-CURRENT-BALANCE TO DETAIL-BALANCE-DISPLAY
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING AM-ACCOUNT-NUMBER " " AM-OWNER-NAME(1:20) " "
               OD-OVERDRAWN-DATE " " DAYS-OVERDRAWN " "
               REPORT-ACTION " " DETAIL-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE OVERDRAWN-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "ACCOUNTS OVERDRAWN     " ACCOUNTS-OVERDRAWN
               "  BALANCE " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "  NEWLY OVERDRAWN      " NEWLY-OVERDRAWN-COUNT
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "  NOTICES MARKED       " NOTICES-MARKED
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "  WITHHELD             " ACCOUNTS-WITHHELD
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE CHARGE-OFF-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "  CHARGED OFF          " ACCOUNTS-CHARGED-OFF
               "  AMOUNT  " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "ACCOUNTS BROUGHT BACK  " ACCOUNTS-CURED
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.
