       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

      *> Nightly cross-file referential integrity check. Walks every
      *> file that points at another and lists each link that no
      *> longer holds on the integrity exception report (INTEGCHK.RPT),
      *> one line per exception under a category code:
      *>   CUSTOMER - an account whose owner (AM-CUSTOMER-NUMBER) is
      *>              blank or not on CUSTOMER-MASTER
      *>   XREF     - a joint-ownership record naming an account or a
      *>              customer that is not on file, or a PRIMARY
      *>              record that disagrees with ACCOUNT-MASTER
      *>   ODPLINK  - an overdraft link to an account that is not on
      *>              file or is CLOSED
      *>   STNDORD  - an ACTIVE standing order whose source or target
      *>              account is not on file or is CLOSED
      *>   HOLD     - an ACTIVE hold on an account not on file or
      *>              CLOSED
      *>   STOP     - an ACTIVE stop payment on an account not on file
      *>              or CLOSED
      *>   POSTING  - postings on an account that is not on file
      *>   TELLERID - a posting whose TX-POSTED-BY is not on
      *>              USER-CREDENTIALS (blank, pre-conversion postings
      *>              and the SYSBATCH identity are not exceptions)
      *>   BRANCH   - a branch code on an account, posting or user ID
      *>              that is not on the branch table (blank and 0000
      *>              are head office and always valid)
      *>   PODBENE  - an ACTIVE payable-on-death beneficiary on an
      *>              account not on file or CLOSED
      *> Most of these come from the one-time conversions (CNVMAST,
      *> CNVLAYT) and from manual file fixes; the report is meant to
      *> catch them before they break a posting run. Nothing is
      *> changed - every file is opened for input only. Counts by
      *> category close the report. Run from JCL at the start of the
      *> nightly cycle - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT ACCOUNT-XREF ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               ALTERNATE RECORD KEY IS XR-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-XREF-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS STANDING-ORDER-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STP-KEY
               FILE STATUS IS STOP-PAYMENT-STATUS.

           SELECT POD-BENEFICIARY-FILE ASSIGN TO "PODBENE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PB-KEY
               FILE STATUS IS POD-BENEFICIARY-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               ALTERNATE RECORD KEY IS TX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT USER-CREDENTIALS ASSIGN TO "USERCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-USER-ID
               FILE STATUS IS USER-CREDENTIALS-STATUS.

           SELECT BRANCH-TABLE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS BRANCH-TABLE-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmas.cpy".

       FD  ACCOUNT-XREF.
       COPY "acctxref.cpy".

       FD  STANDING-ORDER-FILE.
       COPY "stndord.cpy".

       FD  HOLD-FILE.
       COPY "holdfile.cpy".

       FD  STOP-PAYMENT-FILE.
       COPY "stopfile.cpy".

       FD  POD-BENEFICIARY-FILE.
       COPY "podbene.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranfile.cpy".

       FD  USER-CREDENTIALS.
       COPY "usrcred.cpy".

       FD  BRANCH-TABLE.
       COPY "brnchtab.cpy".

       FD  INTEGRITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEGRITY-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  CUSTOMER-MASTER-STATUS    PIC XX VALUE "00".
       01  ACCOUNT-XREF-STATUS       PIC XX VALUE "00".
       01  STANDING-ORDER-STATUS     PIC XX VALUE "00".
       01  HOLD-FILE-STATUS          PIC XX VALUE "00".
       01  STOP-PAYMENT-STATUS       PIC XX VALUE "00".
       01  POD-BENEFICIARY-STATUS    PIC XX VALUE "00".
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  USER-CREDENTIALS-STATUS   PIC XX VALUE "00".
       01  BRANCH-TABLE-STATUS       PIC XX VALUE "00".
       01  INTEGRITY-REPORT-STATUS   PIC XX VALUE "00".

       01  NO-MORE-RECORDS           PIC X VALUE "N".
           88  ALL-RECORDS-DONE          VALUE "Y".
       01  BRANCH-TABLE-FLAG         PIC X VALUE "Y".
           88  BRANCH-TABLE-MISSING      VALUE "N".
       01  USER-FILE-FLAG            PIC X VALUE "Y".
           88  USER-FILE-MISSING         VALUE "N".

       01  RUN-DATE                  PIC 9(08).

      *> Result of looking an account up on ACCOUNT-MASTER.
       01  LOOKUP-ACCOUNT-NUMBER     PIC X(10).
       01  LOOKUP-ACCOUNT-RESULT     PIC X(01).
           88  LOOKUP-ACCOUNT-MISSING    VALUE "M".
           88  LOOKUP-ACCOUNT-CLOSED     VALUE "C".
           88  LOOKUP-ACCOUNT-OPEN       VALUE "O".
       01  LOOKUP-BRANCH-CODE        PIC X(04).
       01  CHECKED-ACCOUNT-NUMBER    PIC X(10).
       01  LAST-POSTING-ACCOUNT      PIC X(10).
       01  POSTING-ACCOUNT-FLAG      PIC X VALUE "Y".
           88  POSTING-ACCOUNT-MISSING   VALUE "N".
       01  MISSING-ACCOUNT-POSTINGS  PIC 9(07) VALUE 0.

       01  SECTION-TITLE             PIC X(40).
       01  EXCEPTION-CATEGORY        PIC X(08).
       01  EXCEPTION-FILE            PIC X(08).
       01  EXCEPTION-KEY             PIC X(20).
       01  EXCEPTION-DETAIL          PIC X(40).
       01  EXCEPTION-SUBJECT         PIC X(30).

       01  ACCOUNTS-CHECKED          PIC 9(07) VALUE 0.
       01  XREFS-CHECKED             PIC 9(07) VALUE 0.
       01  ORDERS-CHECKED            PIC 9(07) VALUE 0.
       01  HOLDS-CHECKED             PIC 9(07) VALUE 0.
       01  STOPS-CHECKED             PIC 9(07) VALUE 0.
       01  BENEFICIARIES-CHECKED     PIC 9(07) VALUE 0.
       01  POSTINGS-CHECKED          PIC 9(09) VALUE 0.
       01  USERS-CHECKED             PIC 9(07) VALUE 0.

       01  CUSTOMER-EXCEPTIONS       PIC 9(05) VALUE 0.
       01  XREF-EXCEPTIONS           PIC 9(05) VALUE 0.
       01  ODP-EXCEPTIONS            PIC 9(05) VALUE 0.
       01  ORDER-EXCEPTIONS          PIC 9(05) VALUE 0.
       01  HOLD-EXCEPTIONS           PIC 9(05) VALUE 0.
       01  STOP-EXCEPTIONS           PIC 9(05) VALUE 0.
       01  POSTING-EXCEPTIONS        PIC 9(05) VALUE 0.
       01  TELLER-EXCEPTIONS         PIC 9(05) VALUE 0.
       01  BRANCH-EXCEPTIONS         PIC 9(05) VALUE 0.
       01  POD-EXCEPTIONS            PIC 9(05) VALUE 0.
       01  TOTAL-EXCEPTIONS          PIC 9(07) VALUE 0.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "INTEGCHK" TO RP-JOB-NAME
           MOVE SPACES     TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "INTEGCHK: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "INTEGCHK: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE

           OPEN INPUT ACCOUNT-MASTER
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open account master file."
               DISPLAY "File status: " ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open customer master file."
               DISPLAY "File status: " CUSTOMER-MASTER-STATUS
               CLOSE ACCOUNT-MASTER
               STOP RUN
           END-IF
           OPEN INPUT BRANCH-TABLE
           IF BRANCH-TABLE-STATUS NOT = "00"
               SET BRANCH-TABLE-MISSING TO TRUE
           END-IF
           OPEN INPUT USER-CREDENTIALS
           IF USER-CREDENTIALS-STATUS NOT = "00"
               SET USER-FILE-MISSING TO TRUE
           END-IF

           OPEN OUTPUT INTEGRITY-REPORT
           PERFORM WRITE-REPORT-HEADING

           PERFORM CHECK-ACCOUNT-MASTER
           PERFORM CHECK-ACCOUNT-XREF
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-HOLDS
           PERFORM CHECK-STOP-PAYMENTS
           PERFORM CHECK-POD-BENEFICIARIES
           PERFORM CHECK-POSTINGS
           PERFORM CHECK-USER-CREDENTIALS

           PERFORM WRITE-REPORT-TOTALS
           CLOSE INTEGRITY-REPORT

           IF NOT USER-FILE-MISSING
               CLOSE USER-CREDENTIALS
           END-IF
           IF NOT BRANCH-TABLE-MISSING
               CLOSE BRANCH-TABLE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           SET RP-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS

           DISPLAY "INTEGCHK: " ACCOUNTS-CHECKED " accounts and "
               POSTINGS-CHECKED " postings checked, "
               TOTAL-EXCEPTIONS " exceptions."

           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "CROSS-FILE INTEGRITY EXCEPTIONS FOR " RUN-DATE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "CATEGORY FILE     KEY                  DETAIL"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           IF BRANCH-TABLE-MISSING
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "*** NO BRANCH TABLE ON FILE - BRANCH CODES WERE"
                   " NOT CHECKED ***"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF
           IF USER-FILE-MISSING
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "*** NO USER CREDENTIALS ON FILE - TELLER IDS"
                   " WERE NOT CHECKED ***"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "--- " SECTION-TITLE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

      *> A file the online system has not yet created has nothing in
      *> it to check; the section says so rather than being left out.
       WRITE-FILE-NOT-PRESENT.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "    NOT ON FILE - NOTHING TO CHECK"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

      *> Account master: owner, branch and overdraft link.
       CHECK-ACCOUNT-MASTER.
           MOVE "ACCOUNT MASTER (ACCTMAST)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "N" TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER KEY IS >= AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET ALL-RECORDS-DONE TO TRUE
           END-START
           PERFORM UNTIL ALL-RECORDS-DONE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ALL-RECORDS-DONE TO TRUE
               END-READ
               IF NOT ALL-RECORDS-DONE
                   PERFORM CHECK-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-CHECKED
           MOVE AM-ACCOUNT-NUMBER TO CHECKED-ACCOUNT-NUMBER
           MOVE "ACCTMAST"        TO EXCEPTION-FILE
           MOVE AM-ACCOUNT-NUMBER TO EXCEPTION-KEY

           IF AM-CUSTOMER-NUMBER = SPACES
               MOVE "CUSTOMER" TO EXCEPTION-CATEGORY
               MOVE "NO OWNER CUSTOMER NUMBER" TO EXCEPTION-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CUSTOMER" TO EXCEPTION-CATEGORY
                       MOVE SPACES TO EXCEPTION-DETAIL
                       STRING "OWNER " AM-CUSTOMER-NUMBER
                           " NOT ON CUSTMAST"
                           DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
               END-READ
           END-IF

           MOVE AM-BRANCH-CODE TO LOOKUP-BRANCH-CODE
           PERFORM CHECK-BRANCH-CODE

      *> The link lookup moves the file off this account, so the walk
      *> is restarted just past it afterwards.
           IF AM-ODP-ACCOUNT NOT = SPACES
               MOVE AM-ODP-ACCOUNT TO LOOKUP-ACCOUNT-NUMBER
               PERFORM LOOK-UP-ACCOUNT
               MOVE "ODPLINK" TO EXCEPTION-CATEGORY
               MOVE SPACES TO EXCEPTION-DETAIL
               EVALUATE TRUE
                   WHEN LOOKUP-ACCOUNT-MISSING
                       STRING "FUNDING ACCOUNT " LOOKUP-ACCOUNT-NUMBER
                           " NOT ON FILE"
                           DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN LOOKUP-ACCOUNT-CLOSED
                       STRING "FUNDING ACCOUNT " LOOKUP-ACCOUNT-NUMBER
                           " IS CLOSED"
                           DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
               END-EVALUATE
               MOVE CHECKED-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               START ACCOUNT-MASTER KEY IS > AM-ACCOUNT-NUMBER
                   INVALID KEY
                       SET ALL-RECORDS-DONE TO TRUE
               END-START
           END-IF.

      *> Joint-ownership cross-reference.
       CHECK-ACCOUNT-XREF.
           MOVE "JOINT OWNERSHIP (ACCTXREF)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ACCOUNT-XREF
           IF ACCOUNT-XREF-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
               MOVE "N" TO NO-MORE-RECORDS
               PERFORM UNTIL ALL-RECORDS-DONE
                   READ ACCOUNT-XREF NEXT RECORD
                       AT END
                           SET ALL-RECORDS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-RECORDS-DONE
                       PERFORM CHECK-ONE-XREF
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-XREF
           END-IF.

       CHECK-ONE-XREF.
           ADD 1 TO XREFS-CHECKED
           MOVE "ACCTXREF" TO EXCEPTION-FILE
           MOVE "XREF"     TO EXCEPTION-CATEGORY
           MOVE SPACES TO EXCEPTION-KEY
           STRING XR-ACCOUNT-NUMBER "/" XR-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO EXCEPTION-KEY

           MOVE XR-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT-NUMBER
           PERFORM LOOK-UP-ACCOUNT
           IF LOOKUP-ACCOUNT-MISSING
               MOVE "ACCOUNT NOT ON ACCTMAST" TO EXCEPTION-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF XR-ROLE-PRIMARY
                       AND XR-CUSTOMER-NUMBER NOT = AM-CUSTOMER-NUMBER
                   MOVE SPACES TO EXCEPTION-DETAIL
                   STRING "PRIMARY BUT ACCTMAST OWNER IS "
                       AM-CUSTOMER-NUMBER
                       DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF

           MOVE XR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON CUSTMAST" TO EXCEPTION-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ.

      *> Standing orders - only ACTIVE orders will post.
       CHECK-STANDING-ORDERS.
           MOVE "STANDING ORDERS (STNDORD)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT STANDING-ORDER-FILE
           IF STANDING-ORDER-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
               MOVE "N" TO NO-MORE-RECORDS
               PERFORM UNTIL ALL-RECORDS-DONE
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           SET ALL-RECORDS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-RECORDS-DONE
                       ADD 1 TO ORDERS-CHECKED
                       IF SO-ORDER-ACTIVE
                           PERFORM CHECK-ONE-STANDING-ORDER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       CHECK-ONE-STANDING-ORDER.
           MOVE "STNDORD"  TO EXCEPTION-FILE
           MOVE "STNDORD"  TO EXCEPTION-CATEGORY
           MOVE SO-ORDER-NUMBER TO EXCEPTION-KEY

           MOVE SO-SOURCE-ACCOUNT TO LOOKUP-ACCOUNT-NUMBER
           PERFORM LOOK-UP-ACCOUNT
           IF NOT LOOKUP-ACCOUNT-OPEN
               MOVE SPACES TO EXCEPTION-SUBJECT
               STRING "SOURCE " SO-SOURCE-ACCOUNT
                   DELIMITED BY SIZE INTO EXCEPTION-SUBJECT
               PERFORM WRITE-ACCOUNT-STATE
           END-IF

           MOVE SO-TARGET-ACCOUNT TO LOOKUP-ACCOUNT-NUMBER
           PERFORM LOOK-UP-ACCOUNT
           IF NOT LOOKUP-ACCOUNT-OPEN
               MOVE SPACES TO EXCEPTION-SUBJECT
               STRING "TARGET " SO-TARGET-ACCOUNT
                   DELIMITED BY SIZE INTO EXCEPTION-SUBJECT
               PERFORM WRITE-ACCOUNT-STATE
           END-IF.

      *> Deposit holds and stop payments - only ACTIVE ones matter.
       CHECK-HOLDS.
           MOVE "DEPOSIT HOLDS (HOLDFILE)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
               MOVE "N" TO NO-MORE-RECORDS
               PERFORM UNTIL ALL-RECORDS-DONE
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           SET ALL-RECORDS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-RECORDS-DONE
                       ADD 1 TO HOLDS-CHECKED
                       IF HD-ACTIVE
                           PERFORM CHECK-ONE-HOLD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       CHECK-ONE-HOLD.
           MOVE HD-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT-NUMBER
           PERFORM LOOK-UP-ACCOUNT
           IF NOT LOOKUP-ACCOUNT-OPEN
               MOVE "HOLDFILE" TO EXCEPTION-FILE
               MOVE "HOLD"     TO EXCEPTION-CATEGORY
               MOVE SPACES TO EXCEPTION-KEY
               STRING HD-ACCOUNT-NUMBER "/" HD-HOLD-NUMBER
                   DELIMITED BY SIZE INTO EXCEPTION-KEY
               MOVE "ACTIVE HOLD - ACCOUNT" TO EXCEPTION-SUBJECT
               PERFORM WRITE-ACCOUNT-STATE
           END-IF.

       CHECK-STOP-PAYMENTS.
           MOVE "STOP PAYMENTS (STOPFILE)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT STOP-PAYMENT-FILE
           IF STOP-PAYMENT-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
               MOVE "N" TO NO-MORE-RECORDS
               PERFORM UNTIL ALL-RECORDS-DONE
                   READ STOP-PAYMENT-FILE NEXT RECORD
                       AT END
                           SET ALL-RECORDS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-RECORDS-DONE
                       ADD 1 TO STOPS-CHECKED
                       IF STP-ACTIVE
                           PERFORM CHECK-ONE-STOP
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STOP-PAYMENT-FILE
           END-IF.

       CHECK-ONE-STOP.
           MOVE STP-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT-NUMBER
           PERFORM LOOK-UP-ACCOUNT
           IF NOT LOOKUP-ACCOUNT-OPEN
               MOVE "STOPFILE" TO EXCEPTION-FILE
               MOVE "STOP"     TO EXCEPTION-CATEGORY
               MOVE SPACES TO EXCEPTION-KEY
               STRING STP-ACCOUNT-NUMBER "/" STP-CHECK-NUMBER
                   DELIMITED BY SIZE INTO EXCEPTION-KEY
               MOVE "ACTIVE STOP - ACCOUNT" TO EXCEPTION-SUBJECT
               PERFORM WRITE-ACCOUNT-STATE
           END-IF.

      *> Payable-on-death beneficiaries - only ACTIVE ones are paid.
       CHECK-POD-BENEFICIARIES.
           MOVE "POD BENEFICIARIES (PODBENE)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT POD-BENEFICIARY-FILE
           IF POD-BENEFICIARY-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
               MOVE "N" TO NO-MORE-RECORDS
               PERFORM UNTIL ALL-RECORDS-DONE
                   READ POD-BENEFICIARY-FILE NEXT RECORD
                       AT END
                           SET ALL-RECORDS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-RECORDS-DONE
                       ADD 1 TO BENEFICIARIES-CHECKED
                       IF PB-ACTIVE
                           PERFORM CHECK-ONE-BENEFICIARY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE POD-BENEFICIARY-FILE
           END-IF.

       CHECK-ONE-BENEFICIARY.
           MOVE PB-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT-NUMBER
           PERFORM LOOK-UP-ACCOUNT
           IF NOT LOOKUP-ACCOUNT-OPEN
               MOVE "PODBENE"  TO EXCEPTION-FILE
               MOVE "PODBENE"  TO EXCEPTION-CATEGORY
               MOVE SPACES TO EXCEPTION-KEY
               STRING PB-ACCOUNT-NUMBER "/" PB-BENEFICIARY-SEQ
                   DELIMITED BY SIZE INTO EXCEPTION-KEY
               MOVE "ACTIVE BENEFICIARY - ACCOUNT"
                   TO EXCEPTION-SUBJECT
               PERFORM WRITE-ACCOUNT-STATE
           END-IF.

      *> Postings: account, posting teller and branch. The file is
      *> in account order, so each account is looked up once and an
      *> account missing from the master is reported once, with the
      *> count of its postings carried in the totals.
       CHECK-POSTINGS.
           MOVE "POSTINGS (TRANFILE)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
               MOVE SPACES TO LAST-POSTING-ACCOUNT
               MOVE "N" TO NO-MORE-RECORDS
               PERFORM UNTIL ALL-RECORDS-DONE
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           SET ALL-RECORDS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-RECORDS-DONE
                       PERFORM CHECK-ONE-POSTING
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-ONE-POSTING.
           ADD 1 TO POSTINGS-CHECKED
           MOVE "TRANFILE" TO EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-KEY
           STRING TX-ACCOUNT-NUMBER "/" TX-SEQUENCE-NUMBER
               DELIMITED BY SIZE INTO EXCEPTION-KEY

           IF TX-ACCOUNT-NUMBER NOT = LAST-POSTING-ACCOUNT
               MOVE TX-ACCOUNT-NUMBER TO LAST-POSTING-ACCOUNT
               MOVE "Y" TO POSTING-ACCOUNT-FLAG
               MOVE TX-ACCOUNT-NUMBER TO LOOKUP-ACCOUNT-NUMBER
               PERFORM LOOK-UP-ACCOUNT
               IF LOOKUP-ACCOUNT-MISSING
                   SET POSTING-ACCOUNT-MISSING TO TRUE
                   MOVE "POSTING" TO EXCEPTION-CATEGORY
                   MOVE "ACCOUNT NOT ON ACCTMAST" TO EXCEPTION-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           IF POSTING-ACCOUNT-MISSING
               ADD 1 TO MISSING-ACCOUNT-POSTINGS
           END-IF

           IF TX-POSTED-BY NOT = SPACES
                   AND TX-POSTED-BY NOT = "SYSBATCH"
                   AND NOT USER-FILE-MISSING
               MOVE TX-POSTED-BY TO UC-USER-ID
               READ USER-CREDENTIALS
                   INVALID KEY
                       MOVE "TELLERID" TO EXCEPTION-CATEGORY
                       MOVE SPACES TO EXCEPTION-DETAIL
                       STRING "POSTED BY " TX-POSTED-BY
                           " - NOT ON USERCRED"
                           DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
               END-READ
           END-IF

           MOVE TX-BRANCH-CODE TO LOOKUP-BRANCH-CODE
           PERFORM CHECK-BRANCH-CODE.

      *> User IDs: home branch.
       CHECK-USER-CREDENTIALS.
           MOVE "USER IDS (USERCRED)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF USER-FILE-MISSING
               PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
               MOVE "N" TO NO-MORE-RECORDS
               MOVE LOW-VALUES TO UC-USER-ID
               START USER-CREDENTIALS KEY IS >= UC-USER-ID
                   INVALID KEY
                       SET ALL-RECORDS-DONE TO TRUE
               END-START
               PERFORM UNTIL ALL-RECORDS-DONE
                   READ USER-CREDENTIALS NEXT RECORD
                       AT END
                           SET ALL-RECORDS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-RECORDS-DONE
                       ADD 1 TO USERS-CHECKED
                       MOVE "USERCRED" TO EXCEPTION-FILE
                       MOVE UC-USER-ID TO EXCEPTION-KEY
                       MOVE UC-BRANCH-CODE TO LOOKUP-BRANCH-CODE
                       PERFORM CHECK-BRANCH-CODE
                   END-IF
               END-PERFORM
           END-IF.

      *> Shared lookups.
       LOOK-UP-ACCOUNT.
           MOVE LOOKUP-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET LOOKUP-ACCOUNT-MISSING TO TRUE
               NOT INVALID KEY
                   IF AM-STATUS-CLOSED
                       SET LOOKUP-ACCOUNT-CLOSED TO TRUE
                   ELSE
                       SET LOOKUP-ACCOUNT-OPEN TO TRUE
                   END-IF
           END-READ.

      *> Completes the caller's subject with the state of the account
      *> just looked up, and writes the line.
       WRITE-ACCOUNT-STATE.
           MOVE SPACES TO EXCEPTION-DETAIL
           IF LOOKUP-ACCOUNT-MISSING
               STRING FUNCTION TRIM(EXCEPTION-SUBJECT) " NOT ON FILE"
                   DELIMITED BY SIZE INTO EXCEPTION-DETAIL
           ELSE
               STRING FUNCTION TRIM(EXCEPTION-SUBJECT) " IS CLOSED"
                   DELIMITED BY SIZE INTO EXCEPTION-DETAIL
           END-IF
           PERFORM WRITE-EXCEPTION-LINE.

      *> Blank and 0000 are head office and need no table entry.
       CHECK-BRANCH-CODE.
           IF LOOKUP-BRANCH-CODE NOT = SPACES
                   AND LOOKUP-BRANCH-CODE NOT = "0000"
                   AND NOT BRANCH-TABLE-MISSING
               MOVE LOOKUP-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRANCH-TABLE
                   INVALID KEY
                       MOVE "BRANCH" TO EXCEPTION-CATEGORY
                       MOVE SPACES TO EXCEPTION-DETAIL
                       STRING "BRANCH " LOOKUP-BRANCH-CODE
                           " NOT ON BRANCH TABLE"
                           DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
               END-READ
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO TOTAL-EXCEPTIONS
           EVALUATE EXCEPTION-CATEGORY
               WHEN "CUSTOMER"
                   ADD 1 TO CUSTOMER-EXCEPTIONS
               WHEN "XREF"
                   ADD 1 TO XREF-EXCEPTIONS
               WHEN "ODPLINK"
                   ADD 1 TO ODP-EXCEPTIONS
               WHEN "STNDORD"
                   ADD 1 TO ORDER-EXCEPTIONS
               WHEN "HOLD"
                   ADD 1 TO HOLD-EXCEPTIONS
               WHEN "STOP"
                   ADD 1 TO STOP-EXCEPTIONS
               WHEN "POSTING"
                   ADD 1 TO POSTING-EXCEPTIONS
               WHEN "TELLERID"
                   ADD 1 TO TELLER-EXCEPTIONS
               WHEN "BRANCH"
                   ADD 1 TO BRANCH-EXCEPTIONS
               WHEN "PODBENE"
                   ADD 1 TO POD-EXCEPTIONS
           END-EVALUATE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING EXCEPTION-CATEGORY " " EXCEPTION-FILE " "
               EXCEPTION-KEY " " EXCEPTION-DETAIL
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "EXCEPTIONS BY CATEGORY" TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "CUSTOMER " CUSTOMER-EXCEPTIONS
               "  XREF     " XREF-EXCEPTIONS
               "  ODPLINK  " ODP-EXCEPTIONS
               "  STNDORD  " ORDER-EXCEPTIONS
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "HOLD     " HOLD-EXCEPTIONS
               "  STOP     " STOP-EXCEPTIONS
               "  POSTING  " POSTING-EXCEPTIONS
               "  TELLERID " TELLER-EXCEPTIONS
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "BRANCH   " BRANCH-EXCEPTIONS
               "  PODBENE  " POD-EXCEPTIONS
               "  TOTAL    " TOTAL-EXCEPTIONS
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           IF MISSING-ACCOUNT-POSTINGS > 0
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "POSTINGS ON ACCOUNTS NOT ON ACCTMAST "
                   MISSING-ACCOUNT-POSTINGS
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "RECORDS CHECKED: ACCOUNTS " ACCOUNTS-CHECKED
               "  XREF " XREFS-CHECKED
               "  ORDERS " ORDERS-CHECKED
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  HOLDS " HOLDS-CHECKED
               "  STOPS " STOPS-CHECKED
               "  BENEFICIARIES " BENEFICIARIES-CHECKED
               "  USERS " USERS-CHECKED
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  POSTINGS " POSTINGS-CHECKED
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.
