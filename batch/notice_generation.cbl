      *>   DORMANCY   - every ACTIVE account one month from being
      *>                swept dormant, the same accounts DORMSWP puts
      *>                on its operator warning report
      *>   OVERDRAWN  - every first, second and final overdrawn
      *>                notice CHGOFF marked on OVERDRAWN.DAT for the
      *>                business date
      *>   CHARGE-OFF - every CHARGE-OFF posted on the business date
      *>   DISPUTE    - every provisional credit, resolution and
      *>                provisional credit reversal notice marked on
      *>                DISPUTE.DAT for the business date
      *> The mailing name and address come from CUSTOMER-MASTER
      *> through the account's customer number, and a summary count
      *> by notice type closes the file. Run from JCL at the end of
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OVERDRAWN-TRACKING-FILE ASSIGN TO "OVERDRAWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACCOUNT-NUMBER
               FILE STATUS IS OVERDRAWN-TRACKING-STATUS.

           SELECT DISPUTE-CASE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUMBER
               ALTERNATE RECORD KEY IS DC-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS DISPUTE-CASE-STATUS.

           SELECT NOTICE-PRINT-FILE ASSIGN TO "NOTICES.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-PRINT-STATUS.
       FD  HOLD-FILE.
       COPY "holdfile.cpy".

       FD  OVERDRAWN-TRACKING-FILE.
       COPY "ovdtrack.cpy".

       FD  DISPUTE-CASE-FILE.
       COPY "dispcase.cpy".

       FD  NOTICE-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-PRINT-LINE         PIC X(80).
       01  CUSTOMER-MASTER-STATUS    PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  HOLD-FILE-STATUS          PIC XX VALUE "00".
       01  OVERDRAWN-TRACKING-STATUS PIC XX VALUE "00".
       01  DISPUTE-CASE-STATUS       PIC XX VALUE "00".
       01  NOTICE-PRINT-STATUS       PIC XX VALUE "00".

       01  NO-MORE-TRANSACTIONS      PIC X VALUE "N".
           88  NO-MORE-ACCT-TRANS        VALUE "N".
       01  HOLD-FILE-OPEN-FLAG       PIC X VALUE "N".
           88  HOLD-FILE-IS-OPEN         VALUE "Y".
       01  NO-MORE-OVERDRAWN         PIC X VALUE "N".
           88  ALL-OVERDRAWN-DONE        VALUE "Y".
       01  OVERDRAWN-FILE-OPEN-FLAG  PIC X VALUE "N".
           88  OVERDRAWN-FILE-IS-OPEN    VALUE "Y".
       01  NO-MORE-DISPUTES          PIC X VALUE "N".
           88  ALL-DISPUTES-DONE         VALUE "Y".
       01  DISPUTE-FILE-OPEN-FLAG    PIC X VALUE "N".
           88  DISPUTE-FILE-IS-OPEN      VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  INACTIVE-MONTHS           PIC 9(03) VALUE 24.
       01  NSF-NOTICE-COUNT          PIC 9(05) VALUE 0.
       01  HOLD-NOTICE-COUNT         PIC 9(05) VALUE 0.
       01  DORMANCY-NOTICE-COUNT     PIC 9(05) VALUE 0.
       01  OVERDRAWN-NOTICE-COUNT    PIC 9(05) VALUE 0.
       01  CHARGE-OFF-NOTICE-COUNT   PIC 9(05) VALUE 0.
       01  DISPUTE-NOTICE-COUNT      PIC 9(05) VALUE 0.

       COPY "runctlp.cpy".

           IF HOLD-FILE-STATUS = "00"
               MOVE "Y" TO HOLD-FILE-OPEN-FLAG
           END-IF
           OPEN INPUT OVERDRAWN-TRACKING-FILE
           IF OVERDRAWN-TRACKING-STATUS = "00"
               MOVE "Y" TO OVERDRAWN-FILE-OPEN-FLAG
           END-IF
           OPEN INPUT DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS = "00"
               MOVE "Y" TO DISPUTE-FILE-OPEN-FLAG
           END-IF
           OPEN OUTPUT NOTICE-PRINT-FILE

           IF ACCOUNT-MASTER-STATUS NOT = "00"
                   DISPLAY "Unable to open transaction file."
                   DISPLAY "File status: " TRANSACTION-FILE-STATUS
               ELSE
                   PERFORM GENERATE-POSTING-NOTICES
                   PERFORM GENERATE-HOLD-NOTICES
                   PERFORM GENERATE-DORMANCY-NOTICES
                   PERFORM GENERATE-OVERDRAWN-NOTICES
                   PERFORM GENERATE-DISPUTE-NOTICES
                   PERFORM WRITE-MAIL-ROOM-SUMMARY
                   SET RP-FUNCTION-END TO TRUE
                   CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF HOLD-FILE-IS-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF OVERDRAWN-FILE-IS-OPEN
               CLOSE OVERDRAWN-TRACKING-FILE
           END-IF
           IF DISPUTE-FILE-IS-OPEN
               CLOSE DISPUTE-CASE-FILE
           END-IF
           CLOSE NOTICE-PRINT-FILE

           DISPLAY "NOTICEGN: " NSF-NOTICE-COUNT " NSF, "
               HOLD-NOTICE-COUNT " hold, " DORMANCY-NOTICE-COUNT
               " dormancy notices written for " RUN-DATE "."
           DISPLAY "NOTICEGN: " OVERDRAWN-NOTICE-COUNT " overdrawn, "
               CHARGE-OFF-NOTICE-COUNT " charge-off, "
               DISPUTE-NOTICE-COUNT " dispute notices written."

           STOP RUN.

           COMPUTE CUTOFF-YYYYMM = (CUTOFF-YEAR * 100)
               + FUNCTION MOD(ELAPSED-MONTH-COUNT, 12) + 1.

       GENERATE-POSTING-NOTICES.
           MOVE LOW-VALUES TO TX-KEY
           START TRANSACTION-FILE KEY IS >= TX-KEY
               INVALID KEY
                       SET ALL-TRANSACTIONS-DONE TO TRUE
               END-READ
               IF NOT ALL-TRANSACTIONS-DONE
                   IF TX-DATE = RUN-DATE
                       EVALUATE TRUE
                           WHEN TX-TYPE-NSF-FEE
                               PERFORM WRITE-NSF-NOTICE
                           WHEN TX-TYPE-CHARGE-OFF
                               PERFORM WRITE-CHARGE-OFF-NOTICE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
               DELIMITED BY SIZE INTO NOTICE-BODY-LINE
           PERFORM WRITE-NOTICE-LETTER.

      *> The charge-off entry carries the overdraft written off as a
      *> positive amount.
       WRITE-CHARGE-OFF-NOTICE.
           ADD 1 TO CHARGE-OFF-NOTICE-COUNT
           MOVE TX-ACCOUNT-NUMBER TO NOTICE-ACCOUNT
           MOVE "NOTICE OF ACCOUNT CHARGE-OFF" TO NOTICE-HEADING
           MOVE TX-AMOUNT TO NOTICE-AMOUNT-DISPLAY
           MOVE SPACES TO NOTICE-BODY-LINE
           STRING NOTICE-AMOUNT-DISPLAY
               " WAS CHARGED OFF AND YOUR ACCOUNT HAS BEEN CLOSED."
               DELIMITED BY SIZE INTO NOTICE-BODY-LINE
           PERFORM WRITE-NOTICE-LETTER.

       GENERATE-HOLD-NOTICES.
           IF HOLD-FILE-IS-OPEN
               MOVE LOW-VALUES TO HD-KEY
           MOVE "NOTICE OF DEPOSIT HOLD" TO NOTICE-HEADING
           MOVE HD-AMOUNT TO NOTICE-AMOUNT-DISPLAY
           MOVE SPACES TO NOTICE-BODY-LINE
           IF HD-HELD-UNTIL-RELEASED
               STRING "A HOLD OF " NOTICE-AMOUNT-DISPLAY
                   " WAS PLACED UNDER A LEGAL ORDER SERVED ON US."
                   DELIMITED BY SIZE INTO NOTICE-BODY-LINE
           ELSE
               STRING "A HOLD OF " NOTICE-AMOUNT-DISPLAY
                   " WAS PLACED, RELEASING " HD-RELEASE-DATE "."
                   DELIMITED BY SIZE INTO NOTICE-BODY-LINE
           END-IF
           PERFORM WRITE-NOTICE-LETTER.

       GENERATE-DORMANCY-NOTICES.
                       SET ALL-ACCOUNTS-DONE TO TRUE
               END-READ
               IF NOT ALL-ACCOUNTS-DONE
                   IF AM-STATUS-ACTIVE AND NOT AM-TYPE-LOAN
                       PERFORM WARN-ACCOUNT-IF-PENDING
                   END-IF
               END-IF
               PERFORM WRITE-NOTICE-LETTER
           END-IF.

       GENERATE-OVERDRAWN-NOTICES.
           IF OVERDRAWN-FILE-IS-OPEN
               MOVE LOW-VALUES TO OD-ACCOUNT-NUMBER
               START OVERDRAWN-TRACKING-FILE
                       KEY IS >= OD-ACCOUNT-NUMBER
                   INVALID KEY
                       SET ALL-OVERDRAWN-DONE TO TRUE
               END-START
               PERFORM UNTIL ALL-OVERDRAWN-DONE
                   READ OVERDRAWN-TRACKING-FILE NEXT RECORD
                       AT END
                           SET ALL-OVERDRAWN-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OVERDRAWN-DONE
                       IF OD-NOTICE-DATE = RUN-DATE
                               AND NOT OD-NO-NOTICE
                           PERFORM WRITE-OVERDRAWN-NOTICE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> The letter quotes the overdraft as CHGOFF found it when the
      *> notice was marked, as an amount owed rather than a negative
      *> balance. The final notice names the charge-off date.
       WRITE-OVERDRAWN-NOTICE.
           ADD 1 TO OVERDRAWN-NOTICE-COUNT
           MOVE OD-ACCOUNT-NUMBER TO NOTICE-ACCOUNT
           COMPUTE NOTICE-WORK-AMOUNT = OD-NOTICE-BALANCE * -1
           MOVE NOTICE-WORK-AMOUNT TO NOTICE-AMOUNT-DISPLAY
           MOVE SPACES TO NOTICE-BODY-LINE
           EVALUATE TRUE
               WHEN OD-FIRST-NOTICE
                   MOVE "NOTICE OF OVERDRAWN ACCOUNT"
                       TO NOTICE-HEADING
                   STRING "YOUR ACCOUNT HAS BEEN OVERDRAWN SINCE "
                       OD-OVERDRAWN-DATE " BY " NOTICE-AMOUNT-DISPLAY
                       "." DELIMITED BY SIZE INTO NOTICE-BODY-LINE
               WHEN OD-SECOND-NOTICE
                   MOVE "SECOND NOTICE OF OVERDRAWN ACCOUNT"
                       TO NOTICE-HEADING
                   STRING "YOUR ACCOUNT HAS BEEN OVERDRAWN SINCE "
                       OD-OVERDRAWN-DATE " BY " NOTICE-AMOUNT-DISPLAY
                       "." DELIMITED BY SIZE INTO NOTICE-BODY-LINE
               WHEN OTHER
                   MOVE "FINAL NOTICE OF OVERDRAWN ACCOUNT"
                       TO NOTICE-HEADING
                   STRING "REPAY " NOTICE-AMOUNT-DISPLAY " BY "
                       OD-CHARGE-OFF-DATE
                       " OR THE ACCOUNT WILL BE CHARGED OFF."
                       DELIMITED BY SIZE INTO NOTICE-BODY-LINE
           END-EVALUATE
           PERFORM WRITE-NOTICE-LETTER.

       GENERATE-DISPUTE-NOTICES.
           IF DISPUTE-FILE-IS-OPEN
               MOVE 0 TO DC-CASE-NUMBER
               START DISPUTE-CASE-FILE KEY IS >= DC-CASE-NUMBER
                   INVALID KEY
                       SET ALL-DISPUTES-DONE TO TRUE
               END-START
               PERFORM UNTIL ALL-DISPUTES-DONE
                   READ DISPUTE-CASE-FILE NEXT RECORD
                       AT END
                           SET ALL-DISPUTES-DONE TO TRUE
                   END-READ
                   IF NOT ALL-DISPUTES-DONE
                       IF DC-NOTICE-DATE = RUN-DATE
                               AND NOT DC-NO-NOTICE
                           PERFORM WRITE-DISPUTE-NOTICE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> The letter quotes the amount the customer claimed. The
      *> reversal notice goes out ahead of the debit and names the
      *> date it will be taken.
       WRITE-DISPUTE-NOTICE.
           ADD 1 TO DISPUTE-NOTICE-COUNT
           MOVE DC-ACCOUNT-NUMBER TO NOTICE-ACCOUNT
           MOVE DC-CLAIM-AMOUNT TO NOTICE-AMOUNT-DISPLAY
           MOVE SPACES TO NOTICE-BODY-LINE
           EVALUATE TRUE
               WHEN DC-NOTICE-PROVISIONAL
                   MOVE "NOTICE OF PROVISIONAL CREDIT"
                       TO NOTICE-HEADING
                   STRING "CREDIT OF " NOTICE-AMOUNT-DISPLAY
                       " GIVEN WHILE WE INVESTIGATE CASE "
                       DC-CASE-NUMBER "."
                       DELIMITED BY SIZE INTO NOTICE-BODY-LINE
               WHEN DC-NOTICE-CREDITED
                   MOVE "NOTICE OF DISPUTE RESOLUTION"
                       TO NOTICE-HEADING
                   STRING "WE FOUND AN ERROR. CREDIT OF "
                       NOTICE-AMOUNT-DISPLAY " IS FINAL, CASE "
                       DC-CASE-NUMBER "."
                       DELIMITED BY SIZE INTO NOTICE-BODY-LINE
               WHEN DC-NOTICE-DENIED
                   MOVE "NOTICE OF DISPUTE RESOLUTION"
                       TO NOTICE-HEADING
                   STRING "NO ERROR WAS FOUND ON DISPUTE CASE "
                       DC-CASE-NUMBER "."
                       DELIMITED BY SIZE INTO NOTICE-BODY-LINE
               WHEN OTHER
                   MOVE "NOTICE OF PROVISIONAL CREDIT REVERSAL"
                       TO NOTICE-HEADING
                   STRING NOTICE-AMOUNT-DISPLAY " TO BE DEBITED "
                       DC-REVERSAL-DATE ", NO ERROR ON CASE "
                       DC-CASE-NUMBER "."
                       DELIMITED BY SIZE INTO NOTICE-BODY-LINE
           END-EVALUATE
           PERFORM WRITE-NOTICE-LETTER.

      *> Interest credits do not count as activity, for the same
      *> reason they do not in the dormancy sweep itself.
       FIND-LAST-ACTIVITY-DATE.
           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "  DORMANCY WARNINGS " DORMANCY-NOTICE-COUNT
               DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE

           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "  OVERDRAWN NOTICES " OVERDRAWN-NOTICE-COUNT
               DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE

           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "  CHARGE-OFF NOTICES " CHARGE-OFF-NOTICE-COUNT
               DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE

           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "  DISPUTE NOTICES   " DISPUTE-NOTICE-COUNT
               DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE.
