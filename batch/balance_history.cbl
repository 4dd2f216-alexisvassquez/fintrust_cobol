       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHIST.

      *> Nightly balance history batch job. At the end of the nightly
      *> cycle, writes one BALANCE-HISTORY record per account under
      *> the business date: the closing ledger balance from
      *> ACCOUNT-MASTER, the ACTIVE holds on HOLD-FILE and the
      *> available balance (ledger less holds). Accounts closed on an
      *> earlier date are skipped - their history ends with the
      *> record for the day they closed. A rerun of the same date
      *> replaces that date's records. The history is what ADBCALC
      *> averages for statements, service-charge waivers and
      *> interest tiers. Run from JCL after BALRECON, as the last
      *> step of the nightly cycle - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  HOLD-FILE.
       COPY "holdfile.cpy".

       FD  BALANCE-HISTORY.
       COPY "balhist.cpy".

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  HOLD-FILE-STATUS          PIC XX VALUE "00".
       01  BALANCE-HISTORY-STATUS    PIC XX VALUE "00".

       01  NO-MORE-ACCOUNTS          PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
       01  MORE-ACCOUNT-HOLDS        PIC X VALUE "N".
           88  NO-MORE-ACCT-HOLDS        VALUE "N".
       01  HOLD-FILE-OPEN-FLAG       PIC X VALUE "N".
           88  HOLD-FILE-IS-OPEN         VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  ACTIVE-HOLD-TOTAL         PIC S9(09)V99.

       01  HISTORY-RECORDS-WRITTEN   PIC 9(07) VALUE 0.
       01  HISTORY-RECORDS-REPLACED  PIC 9(07) VALUE 0.
       01  LEDGER-BALANCE-TOTAL      PIC S9(13)V99 VALUE 0.
       01  AVAILABLE-BALANCE-TOTAL   PIC S9(13)V99 VALUE 0.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "BALHIST"  TO RP-JOB-NAME
           MOVE "BALRECON" TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "BALHIST: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF RP-PREDECESSOR-NOT-DONE
               DISPLAY "BALHIST: BALRECON has not completed for"
                   " business date " RP-BUSINESS-DATE
                   " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "BALHIST: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE

           OPEN INPUT ACCOUNT-MASTER

      *> No hold file simply means no hold has ever been placed -
      *> every available balance is then the ledger balance.
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE "Y" TO HOLD-FILE-OPEN-FLAG
           END-IF

           OPEN I-O BALANCE-HISTORY
           IF BALANCE-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY
               CLOSE BALANCE-HISTORY
               OPEN I-O BALANCE-HISTORY
           END-IF

           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open account master file."
               DISPLAY "File status: " ACCOUNT-MASTER-STATUS
           ELSE
               IF BALANCE-HISTORY-STATUS NOT = "00"
                   DISPLAY "Unable to open balance history file."
                   DISPLAY "File status: " BALANCE-HISTORY-STATUS
               ELSE
                   PERFORM UNTIL ALL-ACCOUNTS-DONE
                       READ ACCOUNT-MASTER NEXT RECORD
                           AT END
                               SET ALL-ACCOUNTS-DONE TO TRUE
                       END-READ
                       IF NOT ALL-ACCOUNTS-DONE
                           IF AM-STATUS-CLOSED
                                   AND AM-CLOSE-DATE < RUN-DATE
                               CONTINUE
                           ELSE
                               PERFORM RECORD-ACCOUNT-BALANCE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE BALANCE-HISTORY
                   SET RP-FUNCTION-END TO TRUE
                   CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
               END-IF
           END-IF

           CLOSE ACCOUNT-MASTER
           IF HOLD-FILE-IS-OPEN
               CLOSE HOLD-FILE
           END-IF

           DISPLAY "BALHIST: " HISTORY-RECORDS-WRITTEN
               " balances recorded for " RUN-DATE " ("
               HISTORY-RECORDS-REPLACED " replaced)."
           DISPLAY "BALHIST: ledger total " LEDGER-BALANCE-TOTAL
               ", available total " AVAILABLE-BALANCE-TOTAL "."

           STOP RUN.

       RECORD-ACCOUNT-BALANCE.
           PERFORM COMPUTE-ACTIVE-HOLD-TOTAL

           MOVE AM-ACCOUNT-NUMBER  TO BH-ACCOUNT-NUMBER
           MOVE RUN-DATE           TO BH-BUSINESS-DATE
           MOVE AM-CURRENT-BALANCE TO BH-LEDGER-BALANCE
           MOVE ACTIVE-HOLD-TOTAL  TO BH-HOLD-TOTAL
           COMPUTE BH-AVAILABLE-BALANCE =
               AM-CURRENT-BALANCE - ACTIVE-HOLD-TOTAL
           MOVE AM-STATUS          TO BH-ACCOUNT-STATUS

      *> A record already there for tonight's date is left from an
      *> interrupted run; tonight's figures replace it.
           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE BALANCE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "BALHIST: unable to record "
                               AM-ACCOUNT-NUMBER "."
                       NOT INVALID KEY
                           ADD 1 TO HISTORY-RECORDS-REPLACED
                   END-REWRITE
           END-WRITE

           ADD 1 TO HISTORY-RECORDS-WRITTEN
           ADD BH-LEDGER-BALANCE    TO LEDGER-BALANCE-TOTAL
           ADD BH-AVAILABLE-BALANCE TO AVAILABLE-BALANCE-TOTAL.

      *> Same rule as the teller screens: the available balance is
      *> the ledger balance less every ACTIVE hold on the account.
       COMPUTE-ACTIVE-HOLD-TOTAL.
           MOVE 0 TO ACTIVE-HOLD-TOTAL
           IF HOLD-FILE-IS-OPEN
               MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               MOVE 0 TO HD-HOLD-NUMBER
               START HOLD-FILE KEY IS >= HD-KEY
                   INVALID KEY
                       MOVE "N" TO MORE-ACCOUNT-HOLDS
                   NOT INVALID KEY
                       MOVE "Y" TO MORE-ACCOUNT-HOLDS
               END-START

               PERFORM UNTIL NO-MORE-ACCT-HOLDS
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE "N" TO MORE-ACCOUNT-HOLDS
                   END-READ
                   IF NOT NO-MORE-ACCT-HOLDS
                       IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                           MOVE "N" TO MORE-ACCOUNT-HOLDS
                       ELSE
                           IF HD-ACTIVE
                               ADD HD-AMOUNT TO ACTIVE-HOLD-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
