       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPREXP.

      *> End-of-day expiry of the dual-control approval queue
      *> (APPROVAL.DAT). Approvals do not carry over to the next
      *> business day: every request still PENDING, and every
      *> withdrawal-limit override approved but never used by a
      *> withdrawal, is marked EXPIRED by SYSBATCH and listed on the
      *> exception report (APPREXP.RPT) with who keyed it, so the
      *> branch can see what went undecided. An expired request is
      *> simply keyed again the next day. Decided requests (APPROVED,
      *> REJECTED, USED) are left as the record of the decision. Run
      *> from JCL at end of day after the branches close - not
      *> reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AQ-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS AQ-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PENDING-APPROVAL-STATUS.

           SELECT APPROVAL-EXCEPTION-REPORT ASSIGN TO "APPREXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-APPROVAL-FILE.
       COPY "aprvque.cpy".

       FD  APPROVAL-EXCEPTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  PENDING-APPROVAL-STATUS   PIC XX VALUE "00".
       01  APPROVAL-REPORT-STATUS    PIC XX VALUE "00".

       01  NO-MORE-REQUESTS          PIC X VALUE "N".
           88  ALL-REQUESTS-DONE         VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  REQUESTS-READ             PIC 9(07) VALUE 0.
       01  EXPIRED-PENDING-COUNT     PIC 9(05) VALUE 0.
       01  EXPIRED-UNUSED-COUNT      PIC 9(05) VALUE 0.

       01  EXCEPTION-REASON          PIC X(08).
       01  EXCEPTION-DETAIL          PIC X(30).
       01  AMOUNT-DISPLAY            PIC -(9)9.99.

       COPY "auditrec.cpy".

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "APPREXP" TO RP-JOB-NAME
           MOVE SPACES    TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "APPREXP: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "APPREXP: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE

      *> No approval file simply means nothing has ever been queued.
           OPEN I-O PENDING-APPROVAL-FILE
           IF PENDING-APPROVAL-STATUS = "35"
               SET ALL-REQUESTS-DONE TO TRUE
           ELSE
               IF PENDING-APPROVAL-STATUS NOT = "00"
                   DISPLAY "Unable to open approval file."
                   DISPLAY "File status: " PENDING-APPROVAL-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT APPROVAL-EXCEPTION-REPORT
           PERFORM WRITE-REPORT-HEADING
           PERFORM UNTIL ALL-REQUESTS-DONE
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END
                       SET ALL-REQUESTS-DONE TO TRUE
               END-READ
               IF NOT ALL-REQUESTS-DONE
                   PERFORM EXPIRE-REQUEST-IF-OPEN
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE APPROVAL-EXCEPTION-REPORT
           IF PENDING-APPROVAL-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           SET RP-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS

           DISPLAY "APPREXP: " REQUESTS-READ " requests read, "
               EXPIRED-PENDING-COUNT " pending expired, "
               EXPIRED-UNUSED-COUNT " unused overrides expired."

           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "APPROVAL QUEUE EXPIRY EXCEPTIONS FOR " RUN-DATE
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE

           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "REASON   REQUEST    ACTION     KEYED BY DATE     "
               "DETAIL"
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       EXPIRE-REQUEST-IF-OPEN.
           ADD 1 TO REQUESTS-READ
           MOVE SPACES TO EXCEPTION-REASON
           EVALUATE TRUE
               WHEN AQ-PENDING
                       AND AQ-REQUESTED-DATE NOT > RUN-DATE
                   MOVE "PENDING"  TO EXCEPTION-REASON
                   ADD 1 TO EXPIRED-PENDING-COUNT
               WHEN AQ-APPROVED AND AQ-ACTION-LIMIT-OVR
                       AND AQ-DECIDED-DATE NOT > RUN-DATE
                   MOVE "UNUSED"   TO EXCEPTION-REASON
                   ADD 1 TO EXPIRED-UNUSED-COUNT
           END-EVALUATE

           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               SET AQ-EXPIRED TO TRUE
               MOVE "SYSBATCH" TO AQ-DECIDED-BY
               MOVE RUN-DATE   TO AQ-DECIDED-DATE
               REWRITE PENDING-APPROVAL-RECORD
               MOVE "SYSBATCH"         TO AL-USER-ID
               MOVE "APPREXP"          TO AL-PROGRAM-NAME
               MOVE "APPROVAL EXPIRED" TO AL-ACTION
               IF AQ-ACTION-ROLE-CHG
                   MOVE AQ-TARGET-USER-ID TO AL-ACCOUNT-NUMBER
               ELSE
                   MOVE AQ-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
               END-IF
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-DETAIL
           MOVE AQ-AMOUNT TO AMOUNT-DISPLAY
           EVALUATE TRUE
               WHEN AQ-ACTION-REVERSAL
                   STRING AQ-ACCOUNT-NUMBER " SEQ "
                       AQ-SEQUENCE-NUMBER
                       DELIMITED BY SIZE INTO EXCEPTION-DETAIL
               WHEN AQ-ACTION-LIMIT-OVR
                   STRING AQ-ACCOUNT-NUMBER " " AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO EXCEPTION-DETAIL
               WHEN AQ-ACTION-STOP-REL
                   STRING AQ-ACCOUNT-NUMBER " CHK " AQ-CHECK-NUMBER
                       DELIMITED BY SIZE INTO EXCEPTION-DETAIL
               WHEN AQ-ACTION-ROLE-CHG
                   STRING AQ-TARGET-USER-ID " TO " AQ-NEW-ROLE
                       DELIMITED BY SIZE INTO EXCEPTION-DETAIL
           END-EVALUATE

           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING EXCEPTION-REASON " " AQ-REQUEST-NUMBER " "
               AQ-ACTION-TYPE " " AQ-REQUESTED-BY " "
               AQ-REQUESTED-DATE " " EXCEPTION-DETAIL
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "REQUESTS READ " REQUESTS-READ
               "  PENDING EXPIRED " EXPIRED-PENDING-COUNT
               "  UNUSED OVERRIDES EXPIRED " EXPIRED-UNUSED-COUNT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.
