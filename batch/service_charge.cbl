      *> account whose type has a fee-schedule entry with a non-zero
      *> monthly charge, posts the charge as a SERVICE FEE transaction
      *> unless the account's balance meets the waiver minimum for its
      *> type - the balance on the account that night, or, with "A"
      *> for the service charge on ADBPARM.DAT, the account's
      *> average daily balance for the month to date from ADBCALC.
      *> SERVICE FEE postings are booked to FEE INCOME by GLPOST,
      *> so the charge shows in the ledger and the end-of-day report
      *> instead of washing through CASH like the hand-keyed
      *> withdrawals it replaces. Run from JCL on the last business
      *> day of the month, before GLPOST - not reachable from
      *> MAINMENU.
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

       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  FEE-SCHEDULE-STATUS       PIC XX VALUE "00".
       01  ADB-PARM-STATUS           PIC XX VALUE "00".

       01  NO-MORE-ACCOUNTS          PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
       01  RUN-DATE                  PIC 9(08).
       01  SERVICE-CHARGE-AMOUNT     PIC S9(05)V99.
       01  NEXT-SEQUENCE-NUMBER      PIC 9(06).
       01  WAIVER-BASIS-FLAG         PIC X VALUE "C".
           88  WAIVER-ON-AVERAGE         VALUE "A".
       01  MONTH-START-DATE          PIC 9(08).
       01  WAIVER-TEST-BALANCE       PIC S9(09)V99.

       01  ACCOUNTS-CHARGED          PIC 9(05) VALUE 0.
       01  ACCOUNTS-WAIVED           PIC 9(05) VALUE 0.

       COPY "adbcalcp.cpy".

       COPY "auditrec.cpy".

       COPY "runctlp.cpy".
               DISPLAY "SVCCHG: restarting after account "
                   RP-RESTART-ACCOUNT "."
           END-IF
           MOVE RUN-DATE TO MONTH-START-DATE
           MOVE "01"     TO MONTH-START-DATE(7:2)
           PERFORM READ-ADB-PARAMETERS

      *> No fee schedule on file simply means no charges this month.
           OPEN INPUT FEE-SCHEDULE
                   SET ALL-ACCOUNTS-DONE TO TRUE
           END-START.

       READ-ADB-PARAMETERS.
           OPEN INPUT ADB-PARM-FILE
           IF ADB-PARM-STATUS = "00"
               READ ADB-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-CHARGE-ON-AVERAGE
                           MOVE "A" TO WAIVER-BASIS-FLAG
                       END-IF
               END-READ
               CLOSE ADB-PARM-FILE
           END-IF
           IF WAIVER-ON-AVERAGE
               DISPLAY "SVCCHG: waivers tested against the average"
                   " daily balance from " MONTH-START-DATE "."
           ELSE
               DISPLAY "SVCCHG: waivers tested against the current"
                   " balance."
           END-IF.

       CHECKPOINT-PROCESSED-ACCOUNT.
           SET RP-FUNCTION-CKPT TO TRUE
           MOVE AM-ACCOUNT-NUMBER TO RP-RESTART-ACCOUNT
           IF AM-STATUS-ACTIVE
               PERFORM LOOK-UP-FEE-ENTRY
               IF FEE-ENTRY-FOUND AND FS-MONTHLY-CHARGE > 0
                   PERFORM DETERMINE-WAIVER-BALANCE
                   IF FS-WAIVER-MINIMUM > 0
                           AND WAIVER-TEST-BALANCE
                               NOT < FS-WAIVER-MINIMUM
                       ADD 1 TO ACCOUNTS-WAIVED
                   ELSE
               END-IF
           END-IF.

      *> An account with no balance history for the month - opened
      *> today, or before the history began - is tested on the
      *> balance on the account.
       DETERMINE-WAIVER-BALANCE.
           MOVE AM-CURRENT-BALANCE TO WAIVER-TEST-BALANCE
           IF WAIVER-ON-AVERAGE
               MOVE AM-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
               MOVE MONTH-START-DATE  TO AB-PERIOD-START-DATE
               MOVE RUN-DATE          TO AB-PERIOD-END-DATE
               CALL "ADBCALC" USING AVERAGE-BALANCE-PARAMETERS
               IF AB-AVERAGE-OK
                   MOVE AB-LEDGER-AVERAGE TO WAIVER-TEST-BALANCE
               END-IF
           END-IF.

       LOOK-UP-FEE-ENTRY.
           MOVE "N" TO FEE-ENTRY-FLAG
           MOVE AM-ACCOUNT-TYPE TO FS-ACCOUNT-TYPE
