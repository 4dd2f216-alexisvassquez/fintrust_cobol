      *> tier, latest effective date), posts an INTEREST credit
      *> transaction to TRANSACTION-FILE, and updates the account's
      *> balance. Savings accounts fall back to the legacy compiled-in
      *> rate when the table has no entry for them. The tier is
      *> picked on the balance on the account that night or, with
      *> "A" for the interest tier on ADBPARM.DAT, on the account's
      *> average daily balance for the month to date from ADBCALC;
      *> either way the day's interest is earned on the balance on
      *> the account. Run from JCL, not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADB-PARM-FILE ASSIGN TO "ADBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADB-PARM-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  ADB-PARM-FILE.
       COPY "adbprm.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".

       01  RATE-TABLE-STATUS         PIC XX VALUE "00".
       01  ADB-PARM-STATUS           PIC XX VALUE "00".

       01  SAVINGS-DAILY-RATE        PIC 9V9(7) VALUE 0.0000411.
      *> 0.0000411 approximates a 1.5% APY compounded daily. Kept
       01  NEXT-SEQUENCE-NUMBER       PIC 9(06).
       01  ACCOUNTS-CREDITED          PIC 9(05) VALUE 0.

       01  TIER-BASIS-FLAG            PIC X VALUE "C".
           88  TIER-ON-AVERAGE            VALUE "A".
       01  MONTH-START-DATE           PIC 9(08).
       01  TIER-TEST-BALANCE          PIC S9(09)V99.

       COPY "adbcalcp.cpy".

       COPY "auditrec.cpy".

       COPY "runctlp.cpy".
               DISPLAY "INTACCR: restarting after account "
                   RP-RESTART-ACCOUNT "."
           END-IF
           MOVE TODAYS-DATE TO MONTH-START-DATE
           MOVE "01"        TO MONTH-START-DATE(7:2)
           PERFORM READ-ADB-PARAMETERS

           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
                   SET ALL-ACCOUNTS-DONE TO TRUE
           END-START.

       READ-ADB-PARAMETERS.
           OPEN INPUT ADB-PARM-FILE
           IF ADB-PARM-STATUS = "00"
               READ ADB-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-TIER-ON-AVERAGE
                           MOVE "A" TO TIER-BASIS-FLAG
                       END-IF
               END-READ
               CLOSE ADB-PARM-FILE
           END-IF
           IF TIER-ON-AVERAGE
               DISPLAY "INTACCR: rate tiers picked on the average"
                   " daily balance from " MONTH-START-DATE "."
           END-IF.

       CHECKPOINT-PROCESSED-ACCOUNT.
           SET RP-FUNCTION-CKPT TO TRUE
           MOVE AM-ACCOUNT-NUMBER TO RP-RESTART-ACCOUNT
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS.

       ACCRUE-INTEREST-IF-ELIGIBLE.
      *> A LOAN balance is owed to the bank; loan interest is
      *> earned through the payment split, never accrued here.
           IF AM-STATUS-ACTIVE
                   AND AM-CURRENT-BALANCE > 0
                   AND NOT AM-TYPE-LOAN
               PERFORM SELECT-ACCRUAL-RATE
               IF ACCRUAL-RATE > 0
                   COMPUTE INTEREST-AMOUNT ROUNDED =
      *> entry fall back to the legacy compiled-in rate; other types
      *> accrue nothing without a table entry.
       SELECT-ACCRUAL-RATE.
           PERFORM DETERMINE-TIER-BALANCE
           MOVE 0 TO ACCRUAL-RATE
           MOVE "N" TO MORE-RATE-RECORDS
           IF RATE-TABLE-IS-OPEN
                   ELSE
                       IF RT-EFFECTIVE-DATE NOT > TODAYS-DATE
                               AND RT-TIER-MINIMUM
                                   NOT > TIER-TEST-BALANCE
                           MOVE RT-DAILY-RATE TO ACCRUAL-RATE
                       END-IF
                   END-IF
               MOVE SAVINGS-DAILY-RATE TO ACCRUAL-RATE
           END-IF.

      *> An account with no balance history for the month - opened
      *> today, or before the history began - is tiered on the
      *> balance on the account.
       DETERMINE-TIER-BALANCE.
           MOVE AM-CURRENT-BALANCE TO TIER-TEST-BALANCE
           IF TIER-ON-AVERAGE
               MOVE AM-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
               MOVE MONTH-START-DATE  TO AB-PERIOD-START-DATE
               MOVE TODAYS-DATE       TO AB-PERIOD-END-DATE
               CALL "ADBCALC" USING AVERAGE-BALANCE-PARAMETERS
               IF AB-AVERAGE-OK
                   MOVE AB-LEDGER-AVERAGE TO TIER-TEST-BALANCE
               END-IF
           END-IF.

       POST-INTEREST-TRANSACTION.
           PERFORM DETERMINE-NEXT-SEQUENCE-NUMBER

