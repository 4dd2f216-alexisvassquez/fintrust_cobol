       IDENTIFICATION DIVISION.
       PROGRAM-ID. OLBEXT.

      *> Nightly online banking / IVR vendor extract. Writes one
      *> account record per account on ACCOUNT-MASTER - current
      *> balance, ACTIVE holds from HOLD-FILE, the available balance
      *> (current less active holds), status and owner - followed
      *> by the account's most recent postings from TRANSACTION-FILE
      *> with their check numbers, newest first. How many postings
      *> is set on OLBPARM.DAT (ten by default). FROZEN, DORMANT,
      *> CLOSED and COMPLIANCE accounts are flagged for the vendor to
      *> suppress and carry no postings. A header and a trailer with
      *> record counts and hash totals let the vendor reject a short
      *> or damaged file. Run from JCL after BALRECON and HOLDREL -
      *> not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLB-PARM-FILE ASSIGN TO "OLBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLB-PARM-STATUS.

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

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OLB-EXTRACT-FILE ASSIGN TO "OLBEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLB-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLB-PARM-FILE.
       COPY "olbprm.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  HOLD-FILE.
       COPY "holdfile.cpy".

       FD  OLB-EXTRACT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY "olbext.cpy".

       WORKING-STORAGE SECTION.
       01  OLB-PARM-STATUS           PIC XX VALUE "00".
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  HOLD-FILE-STATUS          PIC XX VALUE "00".
       01  OLB-EXTRACT-STATUS        PIC XX VALUE "00".

       01  NO-MORE-ACCOUNTS          PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
       01  MORE-ACCOUNT-TRANSACTIONS PIC X VALUE "N".
           88  NO-MORE-ACCT-TRANS        VALUE "N".
       01  MORE-ACCOUNT-HOLDS        PIC X VALUE "N".
           88  NO-MORE-ACCT-HOLDS        VALUE "N".
       01  HOLD-FILE-OPEN-FLAG       PIC X VALUE "N".
           88  HOLD-FILE-IS-OPEN         VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  CREATED-DATE              PIC 9(08).
       01  CREATED-TIME              PIC 9(08).
       01  POSTINGS-WANTED           PIC 9(02) VALUE 10.
       01  ACTIVE-HOLD-TOTAL         PIC S9(09)V99.

      *> The account's postings are read oldest first, so the last
      *> POSTINGS-WANTED of them are kept in a ring: RECENT-SLOT is
      *> where the newest one went, and once the ring is full each
      *> new posting overwrites the oldest.
       01  RECENT-SLOT               PIC 9(02) COMP.
       01  RECENT-COUNT              PIC 9(02) COMP.
       01  RECENT-WRITTEN            PIC 9(02) COMP.
       01  RECENT-POSTING-TABLE.
           05  RECENT-POSTING OCCURS 20 TIMES.
               10  RC-SEQUENCE-NUMBER    PIC 9(06).
               10  RC-POSTING-DATE       PIC 9(08).
               10  RC-TRANS-TYPE         PIC X(12).
               10  RC-DESCRIPTION        PIC X(20).
               10  RC-AMOUNT             PIC S9(09)V99.
               10  RC-RUNNING-BALANCE    PIC S9(09)V99.
               10  RC-CHECK-NUMBER       PIC X(06).

       01  ACCOUNTS-EXTRACTED        PIC 9(07) VALUE 0.
       01  ACCOUNTS-SUPPRESSED       PIC 9(07) VALUE 0.
       01  POSTINGS-EXTRACTED        PIC 9(09) VALUE 0.
       01  RECORDS-WRITTEN           PIC 9(09) VALUE 0.
       01  BALANCE-HASH-TOTAL        PIC S9(13)V99 VALUE 0.
       01  AVAILABLE-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
       01  POSTING-HASH-TOTAL        PIC S9(13)V99 VALUE 0.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "OLBEXT"   TO RP-JOB-NAME
           MOVE "BALRECON" TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "OLBEXT: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF RP-PREDECESSOR-NOT-DONE
               DISPLAY "OLBEXT: BALRECON has not completed for"
                   " business date " RP-BUSINESS-DATE
                   " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "OLBEXT: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           ACCEPT CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT CREATED-TIME FROM TIME

           PERFORM READ-OLB-PARAMETERS

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-FILE

      *> No hold file simply means no hold has ever been placed -
      *> every available balance is then the current balance.
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE "Y" TO HOLD-FILE-OPEN-FLAG
           END-IF

           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open account master file."
               DISPLAY "File status: " ACCOUNT-MASTER-STATUS
           ELSE
               IF TRANSACTION-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open transaction file."
                   DISPLAY "File status: " TRANSACTION-FILE-STATUS
               ELSE
                   OPEN OUTPUT OLB-EXTRACT-FILE
                   PERFORM WRITE-EXTRACT-HEADER
                   PERFORM UNTIL ALL-ACCOUNTS-DONE
                       READ ACCOUNT-MASTER NEXT RECORD
                           AT END
                               SET ALL-ACCOUNTS-DONE TO TRUE
                       END-READ
                       IF NOT ALL-ACCOUNTS-DONE
                           PERFORM EXTRACT-ACCOUNT
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-EXTRACT-TRAILER
                   CLOSE OLB-EXTRACT-FILE
                   SET RP-FUNCTION-END TO TRUE
                   CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
               END-IF
           END-IF

           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           IF HOLD-FILE-IS-OPEN
               CLOSE HOLD-FILE
           END-IF

           DISPLAY "OLBEXT: " ACCOUNTS-EXTRACTED " accounts ("
               ACCOUNTS-SUPPRESSED " suppressed) and "
               POSTINGS-EXTRACTED " postings extracted."
           DISPLAY "OLBEXT: " RECORDS-WRITTEN " records written."

           STOP RUN.

       READ-OLB-PARAMETERS.
           OPEN INPUT OLB-PARM-FILE
           IF OLB-PARM-STATUS = "00"
               READ OLB-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OL-POSTING-COUNT NUMERIC
                               AND OL-POSTING-COUNT > 0
                           MOVE OL-POSTING-COUNT TO POSTINGS-WANTED
                       END-IF
               END-READ
               CLOSE OLB-PARM-FILE
           END-IF
           IF POSTINGS-WANTED > 20
               MOVE 20 TO POSTINGS-WANTED
           END-IF
           DISPLAY "OLBEXT: extracting the last " POSTINGS-WANTED
               " postings per account.".

       EXTRACT-ACCOUNT.
           PERFORM COMPUTE-ACTIVE-HOLD-TOTAL

           MOVE SPACES TO OLB-ACCOUNT-RECORD
           MOVE "A"                TO OA-RECORD-TYPE
           MOVE AM-ACCOUNT-NUMBER  TO OA-ACCOUNT-NUMBER
           MOVE AM-CUSTOMER-NUMBER TO OA-CUSTOMER-NUMBER
           MOVE AM-OWNER-NAME      TO OA-OWNER-NAME
           MOVE AM-ACCOUNT-TYPE    TO OA-ACCOUNT-TYPE
           MOVE AM-STATUS          TO OA-STATUS
           MOVE AM-CURRENT-BALANCE TO OA-CURRENT-BALANCE
           MOVE ACTIVE-HOLD-TOTAL  TO OA-HOLD-TOTAL
           COMPUTE OA-AVAILABLE-BALANCE =
               AM-CURRENT-BALANCE - ACTIVE-HOLD-TOTAL

      *> COMPLIANCE accounts are held pending a sanctions review and
      *> are kept off the customer channels with the rest.
           IF AM-STATUS-FROZEN OR AM-STATUS-DORMANT
                   OR AM-STATUS-CLOSED OR AM-STATUS-COMPLIANCE
               SET OA-SUPPRESSED TO TRUE
               MOVE 0 TO RECENT-COUNT
               ADD 1 TO ACCOUNTS-SUPPRESSED
           ELSE
               SET OA-NOT-SUPPRESSED TO TRUE
               PERFORM COLLECT-RECENT-POSTINGS
           END-IF
           MOVE RECENT-COUNT TO OA-POSTING-COUNT

           WRITE OLB-ACCOUNT-RECORD
           ADD 1 TO RECORDS-WRITTEN
           ADD 1 TO ACCOUNTS-EXTRACTED
           ADD OA-CURRENT-BALANCE   TO BALANCE-HASH-TOTAL
           ADD OA-AVAILABLE-BALANCE TO AVAILABLE-HASH-TOTAL

           MOVE 0 TO RECENT-WRITTEN
           PERFORM UNTIL RECENT-WRITTEN = RECENT-COUNT
               PERFORM WRITE-POSTING-RECORD
               ADD 1 TO RECENT-WRITTEN
               IF RECENT-SLOT = 1
                   MOVE POSTINGS-WANTED TO RECENT-SLOT
               ELSE
                   SUBTRACT 1 FROM RECENT-SLOT
               END-IF
           END-PERFORM.

      *> Same rule as the teller screens: the available balance is
      *> the current balance less every ACTIVE hold on the account.
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

       COLLECT-RECENT-POSTINGS.
           MOVE 0 TO RECENT-COUNT
           MOVE POSTINGS-WANTED TO RECENT-SLOT
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
                       PERFORM KEEP-RECENT-POSTING
                   END-IF
               END-IF
           END-PERFORM.

       KEEP-RECENT-POSTING.
           IF RECENT-SLOT = POSTINGS-WANTED
               MOVE 1 TO RECENT-SLOT
           ELSE
               ADD 1 TO RECENT-SLOT
           END-IF
           IF RECENT-COUNT < POSTINGS-WANTED
               ADD 1 TO RECENT-COUNT
           END-IF

           MOVE TX-SEQUENCE-NUMBER TO RC-SEQUENCE-NUMBER(RECENT-SLOT)
           MOVE TX-DATE            TO RC-POSTING-DATE(RECENT-SLOT)
           MOVE TX-TYPE            TO RC-TRANS-TYPE(RECENT-SLOT)
           MOVE TX-DESCRIPTION     TO RC-DESCRIPTION(RECENT-SLOT)
           MOVE TX-AMOUNT          TO RC-AMOUNT(RECENT-SLOT)
           MOVE TX-RUNNING-BALANCE TO RC-RUNNING-BALANCE(RECENT-SLOT)
           MOVE TX-CHECK-NUMBER    TO RC-CHECK-NUMBER(RECENT-SLOT).

       WRITE-POSTING-RECORD.
           MOVE SPACES TO OLB-POSTING-RECORD
           MOVE "P"               TO OP-RECORD-TYPE
           MOVE AM-ACCOUNT-NUMBER TO OP-ACCOUNT-NUMBER
           MOVE RC-SEQUENCE-NUMBER(RECENT-SLOT)
               TO OP-SEQUENCE-NUMBER
           MOVE RC-POSTING-DATE(RECENT-SLOT)  TO OP-POSTING-DATE
           MOVE RC-TRANS-TYPE(RECENT-SLOT)    TO OP-TRANS-TYPE
           MOVE RC-DESCRIPTION(RECENT-SLOT)   TO OP-DESCRIPTION
           MOVE RC-AMOUNT(RECENT-SLOT)        TO OP-AMOUNT
           MOVE RC-RUNNING-BALANCE(RECENT-SLOT)
               TO OP-RUNNING-BALANCE
           MOVE RC-CHECK-NUMBER(RECENT-SLOT)  TO OP-CHECK-NUMBER

           WRITE OLB-POSTING-RECORD
           ADD 1 TO RECORDS-WRITTEN
           ADD 1 TO POSTINGS-EXTRACTED
           ADD OP-AMOUNT TO POSTING-HASH-TOTAL.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO OLB-HEADER-RECORD
           MOVE "H"              TO OH-RECORD-TYPE
           MOVE "FTOLBEXT"       TO OH-FILE-ID
           MOVE RUN-DATE         TO OH-BUSINESS-DATE
           MOVE CREATED-DATE     TO OH-CREATED-DATE
           MOVE CREATED-TIME(1:6) TO OH-CREATED-TIME
           MOVE POSTINGS-WANTED  TO OH-POSTINGS-PER-ACCOUNT
           WRITE OLB-HEADER-RECORD
           ADD 1 TO RECORDS-WRITTEN.

       WRITE-EXTRACT-TRAILER.
           ADD 1 TO RECORDS-WRITTEN
           MOVE SPACES TO OLB-TRAILER-RECORD
           MOVE "T"                  TO OT-RECORD-TYPE
           MOVE ACCOUNTS-EXTRACTED   TO OT-ACCOUNT-COUNT
           MOVE ACCOUNTS-SUPPRESSED  TO OT-SUPPRESSED-COUNT
           MOVE POSTINGS-EXTRACTED   TO OT-POSTING-COUNT
           MOVE RECORDS-WRITTEN      TO OT-RECORD-COUNT
           MOVE BALANCE-HASH-TOTAL   TO OT-BALANCE-HASH
           MOVE AVAILABLE-HASH-TOTAL TO OT-AVAILABLE-HASH
           MOVE POSTING-HASH-TOTAL   TO OT-POSTING-HASH
           WRITE OLB-TRAILER-RECORD.
