       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAGE.

      *> Nightly installment-loan delinquency aging batch job. For
      *> every open loan on LOAN-MASTER whose account is ACTIVE,
      *> counts the days since the oldest unpaid installment fell
      *> due and places the loan in its delinquency bucket (CURRENT,
      *> 1-29, 30-59, 60-89, 90+). Each installment still unpaid
      *> once the grace period on LOANPARM.DAT has run out is
      *> charged one LATE CHARGE - a percentage of the installment,
      *> never less than the minimum - posted to TRANSACTION-FILE
      *> and the account balance the way every other posting is, so
      *> BALRECON still proves the account and GLPOST books it to
      *> FEE INCOME. The aging report (LOANAGE.RPT) lists every
      *> delinquent loan and totals each bucket. Run from JCL before
      *> INTACCR so the night's late charges reach the ledger - not
      *> reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-AGING-PARM-FILE ASSIGN TO "LOANPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-AGING-PARM-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCOUNT-NUMBER
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS LOAN-SCHEDULE-STATUS.

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

           SELECT LOAN-AGING-REPORT ASSIGN TO "LOANAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-AGING-PARM-FILE.
       COPY "loanprm.cpy".

       FD  LOAN-MASTER.
       COPY "loanmas.cpy".

       FD  LOAN-SCHEDULE.
       COPY "loansch.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  LOAN-AGING-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-AGING-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  LOAN-AGING-PARM-STATUS    PIC XX VALUE "00".
       01  LOAN-MASTER-STATUS        PIC XX VALUE "00".
       01  LOAN-SCHEDULE-STATUS      PIC XX VALUE "00".
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  LOAN-AGING-REPORT-STATUS  PIC XX VALUE "00".

       01  NO-MORE-LOANS             PIC X VALUE "N".
           88  ALL-LOANS-DONE            VALUE "Y".
       01  MORE-SCHEDULE-RECORDS     PIC X VALUE "N".
           88  NO-MORE-SCHEDULE-RECS     VALUE "N".
       01  MORE-ACCOUNT-TRANSACTIONS PIC X VALUE "N".
           88  NO-MORE-ACCT-TRANS        VALUE "N".
       01  ACCOUNT-FOUND-FLAG        PIC X VALUE "N".
           88  ACCOUNT-FOUND             VALUE "Y".

       01  GRACE-DAYS                PIC 9(03) VALUE 15.
       01  LATE-CHARGE-PERCENT       PIC 9(02)V99 VALUE 5.00.
       01  LATE-CHARGE-MINIMUM       PIC 9(05)V99 VALUE 10.00.

       01  RUN-DATE                  PIC 9(08).
       01  RUN-DAY-NUMBER            PIC 9(08).
       01  DUE-DAY-NUMBER            PIC 9(08).
       01  LATE-CHARGE-AMOUNT        PIC S9(09)V99.
       01  NEXT-SEQUENCE-NUMBER      PIC 9(06).

       01  LOANS-AGED                PIC 9(07) VALUE 0.
       01  LOANS-DELINQUENT          PIC 9(07) VALUE 0.
       01  LATE-CHARGE-COUNT         PIC 9(07) VALUE 0.
       01  LATE-CHARGE-TOTAL         PIC S9(11)V99 VALUE 0.
       01  CURRENT-COUNT             PIC 9(07) VALUE 0.
       01  CURRENT-BALANCE           PIC S9(11)V99 VALUE 0.
       01  BUCKET-1-29-COUNT         PIC 9(07) VALUE 0.
       01  BUCKET-1-29-BALANCE       PIC S9(11)V99 VALUE 0.
       01  BUCKET-30-COUNT           PIC 9(07) VALUE 0.
       01  BUCKET-30-BALANCE         PIC S9(11)V99 VALUE 0.
       01  BUCKET-60-COUNT           PIC 9(07) VALUE 0.
       01  BUCKET-60-BALANCE         PIC S9(11)V99 VALUE 0.
       01  BUCKET-90-COUNT           PIC 9(07) VALUE 0.
       01  BUCKET-90-BALANCE         PIC S9(11)V99 VALUE 0.

       01  REPORT-AMOUNT-DISPLAY     PIC -(11)9.99.
       01  REPORT-BUCKET-NAME        PIC X(08).
       01  REPORT-COUNT-WORK         PIC 9(07).
       01  DETAIL-BALANCE-DISPLAY    PIC -(9)9.99.

       COPY "auditrec.cpy".

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "LOANAGE" TO RP-JOB-NAME
           MOVE SPACES    TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "LOANAGE: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "LOANAGE: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM READ-LOAN-AGING-PARAMETERS

           OPEN OUTPUT LOAN-AGING-REPORT
           PERFORM WRITE-REPORT-HEADING

           OPEN I-O LOAN-MASTER
           OPEN I-O LOAN-SCHEDULE
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE

      *> No loan file yet simply means no loans have been booked.
           IF LOAN-MASTER-STATUS = "35"
               DISPLAY "LOANAGE: no loans on file."
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           ELSE
               IF LOAN-MASTER-STATUS NOT = "00"
                       OR LOAN-SCHEDULE-STATUS NOT = "00"
                       OR ACCOUNT-MASTER-STATUS NOT = "00"
                       OR TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open loan aging files."
                   DISPLAY "Loan master status : " LOAN-MASTER-STATUS
                   DISPLAY "Schedule status    : "
                       LOAN-SCHEDULE-STATUS
                   DISPLAY "Account master     : "
                       ACCOUNT-MASTER-STATUS
                   DISPLAY "Transaction status : "
                       TRANSACTION-FILE-STATUS
               ELSE
                   PERFORM UNTIL ALL-LOANS-DONE
                       READ LOAN-MASTER NEXT RECORD
                           AT END
                               SET ALL-LOANS-DONE TO TRUE
                       END-READ
                       IF NOT ALL-LOANS-DONE
                           IF LN-LOAN-OPEN
                               PERFORM AGE-LOAN-IF-ACTIVE
                           END-IF
                       END-IF
                   END-PERFORM
                   SET RP-FUNCTION-END TO TRUE
                   CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
               END-IF
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE LOAN-AGING-REPORT

           DISPLAY "LOANAGE: " LOANS-AGED " loans aged, "
               LOANS-DELINQUENT " delinquent."
           DISPLAY "LOANAGE: " LATE-CHARGE-COUNT
               " late charges assessed for " LATE-CHARGE-TOTAL "."

           STOP RUN.

       READ-LOAN-AGING-PARAMETERS.
           OPEN INPUT LOAN-AGING-PARM-FILE
           IF LOAN-AGING-PARM-STATUS = "00"
               READ LOAN-AGING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LA-GRACE-DAYS NUMERIC
                           MOVE LA-GRACE-DAYS TO GRACE-DAYS
                       END-IF
                       IF LA-LATE-CHARGE-PERCENT NUMERIC
                           MOVE LA-LATE-CHARGE-PERCENT
                               TO LATE-CHARGE-PERCENT
                       END-IF
                       IF LA-LATE-CHARGE-MINIMUM NUMERIC
                           MOVE LA-LATE-CHARGE-MINIMUM
                               TO LATE-CHARGE-MINIMUM
                       END-IF
               END-READ
               CLOSE LOAN-AGING-PARM-FILE
           END-IF
           DISPLAY "LOANAGE: grace " GRACE-DAYS " days, late charge "
               LATE-CHARGE-PERCENT "% minimum " LATE-CHARGE-MINIMUM.

      *> Loans on accounts that are not ACTIVE are left exactly as
      *> they stand - a frozen or closed loan is being worked by hand.
       AGE-LOAN-IF-ACTIVE.
           MOVE LN-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE "N" TO ACCOUNT-FOUND-FLAG
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-FLAG
           END-READ

           IF ACCOUNT-FOUND AND AM-STATUS-ACTIVE
               PERFORM ASSESS-LATE-CHARGES
               PERFORM SET-DELINQUENCY-BUCKET
           END-IF.

      *> Every unpaid installment whose due date plus the grace period
      *> is behind the business date carries one late charge; the
      *> flag on the installment keeps a later run from charging it
      *> again.
       ASSESS-LATE-CHARGES.
           MOVE LN-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER
           MOVE 0 TO LS-INSTALLMENT-NUMBER
           START LOAN-SCHEDULE KEY IS >= LS-KEY
               INVALID KEY
                   MOVE "N" TO MORE-SCHEDULE-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-SCHEDULE-RECORDS
           END-START

           PERFORM UNTIL NO-MORE-SCHEDULE-RECS
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-SCHEDULE-RECORDS
               END-READ
               IF NOT NO-MORE-SCHEDULE-RECS
                   IF LS-ACCOUNT-NUMBER NOT = LN-ACCOUNT-NUMBER
                           OR LS-DUE-DATE NOT < RUN-DATE
                       MOVE "N" TO MORE-SCHEDULE-RECORDS
                   ELSE
                       IF LS-UNPAID AND LS-NOT-LATE-CHARGED
                           COMPUTE DUE-DAY-NUMBER =
                               FUNCTION INTEGER-OF-DATE(LS-DUE-DATE)
                           IF DUE-DAY-NUMBER + GRACE-DAYS
                                   < RUN-DAY-NUMBER
                               PERFORM POST-LATE-CHARGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       POST-LATE-CHARGE.
           COMPUTE LATE-CHARGE-AMOUNT ROUNDED =
               LS-PAYMENT-AMOUNT * LATE-CHARGE-PERCENT / 100
           IF LATE-CHARGE-AMOUNT < LATE-CHARGE-MINIMUM
               MOVE LATE-CHARGE-MINIMUM TO LATE-CHARGE-AMOUNT
           END-IF

           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER
           MOVE AM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER
           MOVE NEXT-SEQUENCE-NUMBER TO TX-SEQUENCE-NUMBER
           MOVE RUN-DATE             TO TX-DATE
           SET TX-TYPE-LATE-CHARGE   TO TRUE
           MOVE SPACES               TO TX-DESCRIPTION
           STRING "LATE CHARGE INST " LS-INSTALLMENT-NUMBER
               DELIMITED BY SIZE INTO TX-DESCRIPTION
           MOVE LATE-CHARGE-AMOUNT   TO TX-AMOUNT
           COMPUTE TX-RUNNING-BALANCE =
               AM-CURRENT-BALANCE + LATE-CHARGE-AMOUNT
           SET TX-NOT-REVERSED       TO TRUE
           MOVE "SYSBATCH"           TO TX-POSTED-BY
           MOVE SPACES               TO TX-ORIGINAL-TYPE
           MOVE SPACES               TO TX-CHECK-NUMBER
           MOVE SPACES               TO TX-BRANCH-CODE

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "LOANAGE: unable to post late charge for "
                       AM-ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD LATE-CHARGE-AMOUNT TO AM-CURRENT-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD
                   ADD LATE-CHARGE-AMOUNT TO LN-LATE-CHARGES-DUE
                   SET LS-LATE-CHARGED TO TRUE
                   REWRITE LOAN-SCHEDULE-RECORD
                   ADD 1 TO LATE-CHARGE-COUNT
                   ADD LATE-CHARGE-AMOUNT TO LATE-CHARGE-TOTAL
                   MOVE "SYSBATCH"          TO AL-USER-ID
                   MOVE "LOANAGE"           TO AL-PROGRAM-NAME
                   MOVE "LATE CHARGE POSTED" TO AL-ACTION
                   MOVE AM-ACCOUNT-NUMBER   TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-WRITE.

      *> Days past due run from the oldest unpaid installment's due
      *> date, which LOANSVC keeps as the loan's next due date.
       SET-DELINQUENCY-BUCKET.
           ADD 1 TO LOANS-AGED
           MOVE 0 TO LN-DAYS-PAST-DUE
           IF LN-NEXT-DUE-DATE > 0 AND LN-NEXT-DUE-DATE < RUN-DATE
               COMPUTE LN-DAYS-PAST-DUE = RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE)
           END-IF

           EVALUATE TRUE
               WHEN LN-DAYS-PAST-DUE = 0
                   SET LN-BUCKET-CURRENT TO TRUE
                   ADD 1 TO CURRENT-COUNT
                   ADD AM-CURRENT-BALANCE TO CURRENT-BALANCE
               WHEN LN-DAYS-PAST-DUE < 30
                   SET LN-BUCKET-1-29 TO TRUE
                   ADD 1 TO BUCKET-1-29-COUNT
                   ADD AM-CURRENT-BALANCE TO BUCKET-1-29-BALANCE
               WHEN LN-DAYS-PAST-DUE < 60
                   SET LN-BUCKET-30 TO TRUE
                   ADD 1 TO BUCKET-30-COUNT
                   ADD AM-CURRENT-BALANCE TO BUCKET-30-BALANCE
               WHEN LN-DAYS-PAST-DUE < 90
                   SET LN-BUCKET-60 TO TRUE
                   ADD 1 TO BUCKET-60-COUNT
                   ADD AM-CURRENT-BALANCE TO BUCKET-60-BALANCE
               WHEN OTHER
                   SET LN-BUCKET-90 TO TRUE
                   ADD 1 TO BUCKET-90-COUNT
                   ADD AM-CURRENT-BALANCE TO BUCKET-90-BALANCE
           END-EVALUATE

           MOVE RUN-DATE TO LN-LAST-AGED-DATE
           REWRITE LOAN-MASTER-RECORD

           IF LN-DAYS-PAST-DUE > 0
               ADD 1 TO LOANS-DELINQUENT
               PERFORM WRITE-DELINQUENT-LOAN-LINE
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
           MOVE SPACES TO LOAN-AGING-LINE
           STRING "LOAN DELINQUENCY AGING FOR " RUN-DATE
               DELIMITED BY SIZE INTO LOAN-AGING-LINE
           WRITE LOAN-AGING-LINE

           MOVE SPACES TO LOAN-AGING-LINE
           STRING "ACCOUNT    OWNER                NEXT DUE  DAYS"
               " BUCKET        BALANCE OWED"
               DELIMITED BY SIZE INTO LOAN-AGING-LINE
           WRITE LOAN-AGING-LINE.

       WRITE-DELINQUENT-LOAN-LINE.
           MOVE AM-CURRENT-BALANCE TO DETAIL-BALANCE-DISPLAY
           MOVE SPACES TO LOAN-AGING-LINE
           STRING LN-ACCOUNT-NUMBER " " AM-OWNER-NAME(1:20) " "
               LN-NEXT-DUE-DATE " " LN-DAYS-PAST-DUE " "
               LN-DELINQUENCY-BUCKET " " DETAIL-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO LOAN-AGING-LINE
           WRITE LOAN-AGING-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOAN-AGING-LINE
           MOVE "DELINQUENCY BUCKET TOTALS" TO LOAN-AGING-LINE
           WRITE LOAN-AGING-LINE

           MOVE "CURRENT"  TO REPORT-BUCKET-NAME
           MOVE CURRENT-COUNT TO REPORT-COUNT-WORK
           MOVE CURRENT-BALANCE TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "1-29"     TO REPORT-BUCKET-NAME
           MOVE BUCKET-1-29-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-1-29-BALANCE TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "30-59"    TO REPORT-BUCKET-NAME
           MOVE BUCKET-30-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-30-BALANCE TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "60-89"    TO REPORT-BUCKET-NAME
           MOVE BUCKET-60-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-60-BALANCE TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "90+"      TO REPORT-BUCKET-NAME
           MOVE BUCKET-90-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-90-BALANCE TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE LATE-CHARGE-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO LOAN-AGING-LINE
           STRING "LATE CHARGES ASSESSED COUNT " LATE-CHARGE-COUNT
               " TOTAL " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO LOAN-AGING-LINE
           WRITE LOAN-AGING-LINE.

       WRITE-BUCKET-SUMMARY-LINE.
           MOVE SPACES TO LOAN-AGING-LINE
           STRING "  " REPORT-BUCKET-NAME " COUNT " REPORT-COUNT-WORK
               " BALANCE " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO LOAN-AGING-LINE
           WRITE LOAN-AGING-LINE.
