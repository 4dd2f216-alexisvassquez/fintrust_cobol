       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADBCALC.

      *> Shared average daily balance module. STMTGEN (statements),
      *> SVCCHG (service-charge waivers) and INTACCR (interest rate
      *> tiers) CALL this so the average is worked out in exactly
      *> one place, from the BALANCE-HISTORY file BALHIST writes each
      *> night. ADBCALC only reads the history; parameters and return
      *> codes are listed in adbcalcp.cpy.
      *>
      *> Each history record's balance stands from its business date
      *> until the next record's, so the averages weight every
      *> calendar day of the period - weekends and holidays at the
      *> previous business day's close. A record up to a month before
      *> the period supplies the balance standing on its first days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-HISTORY ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BALANCE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY.
       COPY "balhist.cpy".

       WORKING-STORAGE SECTION.
       01  BALANCE-HISTORY-STATUS    PIC XX VALUE "00".

       01  MORE-HISTORY-RECORDS      PIC X VALUE "N".
           88  NO-MORE-HISTORY-RECORDS   VALUE "N".
       01  PREVIOUS-RECORD-FLAG      PIC X VALUE "N".
           88  PREVIOUS-RECORD-HELD      VALUE "Y".

       01  DATE-CHECK-WORK.
           05  DATE-CHECK-YEAR       PIC 9(04).
           05  DATE-CHECK-MONTH      PIC 9(02).
           05  DATE-CHECK-DAY        PIC 9(02).
       01  DATE-CHECK-FLAG           PIC X VALUE "Y".
           88  DATE-IS-VALID             VALUE "Y".

       01  PERIOD-START-DAY          PIC 9(08).
       01  PERIOD-END-DAY            PIC 9(08).
       01  LOOKBACK-DATE             PIC 9(08).
       01  RECORD-DAY                PIC 9(08).
       01  PREVIOUS-DAY              PIC 9(08).
       01  DAYS-HELD                 PIC 9(05).
       01  PREVIOUS-LEDGER-BALANCE   PIC S9(09)V99.
       01  PREVIOUS-AVAILABLE        PIC S9(09)V99.
       01  LEDGER-DAY-SUM            PIC S9(15)V99.
       01  AVAILABLE-DAY-SUM         PIC S9(15)V99.

       LINKAGE SECTION.
       COPY "adbcalcp.cpy".

       PROCEDURE DIVISION USING AVERAGE-BALANCE-PARAMETERS.
       MAIN-LOGIC.
           MOVE 0 TO AB-LEDGER-AVERAGE
           MOVE 0 TO AB-AVAILABLE-AVERAGE
           MOVE 0 TO AB-DAYS-COUNTED
           SET AB-AVERAGE-OK TO TRUE

           PERFORM VALIDATE-PERIOD-DATES
           IF NOT AB-DATES-INVALID
               OPEN INPUT BALANCE-HISTORY
               IF BALANCE-HISTORY-STATUS NOT = "00"
                   SET AB-NO-HISTORY-FILE TO TRUE
               ELSE
                   PERFORM ACCUMULATE-DAILY-BALANCES
                   CLOSE BALANCE-HISTORY
               END-IF
           END-IF

           GOBACK.

       VALIDATE-PERIOD-DATES.
           MOVE AB-PERIOD-START-DATE TO DATE-CHECK-WORK
           PERFORM CHECK-ONE-DATE
           IF DATE-IS-VALID
               MOVE AB-PERIOD-END-DATE TO DATE-CHECK-WORK
               PERFORM CHECK-ONE-DATE
           END-IF
           IF DATE-IS-VALID
                   AND AB-PERIOD-START-DATE > AB-PERIOD-END-DATE
               MOVE "N" TO DATE-CHECK-FLAG
           END-IF
           IF NOT DATE-IS-VALID
               SET AB-DATES-INVALID TO TRUE
           END-IF.

       CHECK-ONE-DATE.
           MOVE "Y" TO DATE-CHECK-FLAG
           IF DATE-CHECK-WORK NOT NUMERIC
               MOVE "N" TO DATE-CHECK-FLAG
           ELSE
               IF DATE-CHECK-YEAR < 1601
                       OR DATE-CHECK-MONTH < 1
                       OR DATE-CHECK-MONTH > 12
                       OR DATE-CHECK-DAY < 1
                       OR DATE-CHECK-DAY > 31
                   MOVE "N" TO DATE-CHECK-FLAG
               END-IF
           END-IF.

       ACCUMULATE-DAILY-BALANCES.
           MOVE 0 TO LEDGER-DAY-SUM
           MOVE 0 TO AVAILABLE-DAY-SUM
           MOVE "N" TO PREVIOUS-RECORD-FLAG
           COMPUTE PERIOD-START-DAY =
               FUNCTION INTEGER-OF-DATE(AB-PERIOD-START-DATE)
           COMPUTE PERIOD-END-DAY =
               FUNCTION INTEGER-OF-DATE(AB-PERIOD-END-DATE)
           COMPUTE LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER(PERIOD-START-DAY - 31)

           MOVE AB-ACCOUNT-NUMBER TO BH-ACCOUNT-NUMBER
           MOVE LOOKBACK-DATE     TO BH-BUSINESS-DATE
           START BALANCE-HISTORY KEY IS >= BH-KEY
               INVALID KEY
                   MOVE "N" TO MORE-HISTORY-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-HISTORY-RECORDS
           END-START

           PERFORM UNTIL NO-MORE-HISTORY-RECORDS
               READ BALANCE-HISTORY NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-HISTORY-RECORDS
               END-READ
               IF NOT NO-MORE-HISTORY-RECORDS
                   IF BH-ACCOUNT-NUMBER NOT = AB-ACCOUNT-NUMBER
                           OR BH-BUSINESS-DATE > AB-PERIOD-END-DATE
                       MOVE "N" TO MORE-HISTORY-RECORDS
                   ELSE
                       PERFORM APPLY-HISTORY-RECORD
                   END-IF
               END-IF
           END-PERFORM

      *> The last balance on file stands through the period end.
           IF PREVIOUS-RECORD-HELD
               COMPUTE DAYS-HELD = PERIOD-END-DAY + 1 - PREVIOUS-DAY
               PERFORM ADD-DAYS-HELD
           END-IF

           IF AB-DAYS-COUNTED > 0
               COMPUTE AB-LEDGER-AVERAGE ROUNDED =
                   LEDGER-DAY-SUM / AB-DAYS-COUNTED
               COMPUTE AB-AVAILABLE-AVERAGE ROUNDED =
                   AVAILABLE-DAY-SUM / AB-DAYS-COUNTED
           ELSE
               SET AB-NO-HISTORY TO TRUE
           END-IF.

      *> A record dated before the period only sets the balance
      *> standing when the period opens, so it is treated as if
      *> dated on the period's first day.
       APPLY-HISTORY-RECORD.
           COMPUTE RECORD-DAY =
               FUNCTION INTEGER-OF-DATE(BH-BUSINESS-DATE)
           IF RECORD-DAY < PERIOD-START-DAY
               MOVE PERIOD-START-DAY TO RECORD-DAY
           END-IF

           IF PREVIOUS-RECORD-HELD
               COMPUTE DAYS-HELD = RECORD-DAY - PREVIOUS-DAY
               PERFORM ADD-DAYS-HELD
           END-IF

           MOVE "Y"                  TO PREVIOUS-RECORD-FLAG
           MOVE RECORD-DAY           TO PREVIOUS-DAY
           MOVE BH-LEDGER-BALANCE    TO PREVIOUS-LEDGER-BALANCE
           MOVE BH-AVAILABLE-BALANCE TO PREVIOUS-AVAILABLE.

       ADD-DAYS-HELD.
           COMPUTE LEDGER-DAY-SUM = LEDGER-DAY-SUM
               + (PREVIOUS-LEDGER-BALANCE * DAYS-HELD)
           COMPUTE AVAILABLE-DAY-SUM = AVAILABLE-DAY-SUM
               + (PREVIOUS-AVAILABLE * DAYS-HELD)
           ADD DAYS-HELD TO AB-DAYS-COUNTED.
