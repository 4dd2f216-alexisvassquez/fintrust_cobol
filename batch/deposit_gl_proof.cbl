       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

      *> Nightly deposit subledger-to-general-ledger proof batch job.
      *> BALRECON proves every account against its own postings; this
      *> job proves the deposit subledger as a whole against the
      *> ledger. The CUSTOMER DEPOSITS (200100) position carried
      *> forward from the prior business date (GLDPOSN.DAT) has the
      *> day's GLHIST debits and credits for the category applied to
      *> it, and the result is compared to the total of every deposit
      *> balance on ACCOUNT-MASTER, broken out by account type. LOAN
      *> accounts are not deposits and are left out. The proof prints
      *> to GLPROOF.RPT; a variance, or a business date with no GL
      *> history to apply, is also written to GLPRFEXC.DAT, which
      *> EODRPT counts onto the operations summary. The ledger
      *> position - not the subledger - is carried forward, so a
      *> break stays on the report every night until it is booked
      *> right. The very first run has no position to carry, so it
      *> opens the position from the subledger and says so. Run from
      *> JCL after GLPOST and before EODRPT - not reachable from
      *> MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-HISTORY-STATUS.

           SELECT GL-POSITION-FILE ASSIGN TO "GLDPOSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-POSITION-STATUS.

           SELECT GL-PROOF-REPORT ASSIGN TO "GLPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PROOF-REPORT-STATUS.

           SELECT GL-PROOF-EXCEPTION-FILE ASSIGN TO "GLPRFEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PROOF-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmas.cpy".

       FD  GL-HISTORY-FILE.
       COPY "glhist.cpy".

       FD  GL-POSITION-FILE.
       COPY "gldpos.cpy".

       FD  GL-PROOF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-PROOF-LINE             PIC X(80).

       FD  GL-PROOF-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-PROOF-EXCEPTION-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  GL-HISTORY-STATUS         PIC XX VALUE "00".
       01  GL-POSITION-STATUS        PIC XX VALUE "00".
       01  GL-PROOF-REPORT-STATUS    PIC XX VALUE "00".
       01  GL-PROOF-EXCEPTION-STATUS PIC XX VALUE "00".

       01  NO-MORE-ACCOUNTS          PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
       01  NO-MORE-HISTORY           PIC X VALUE "N".
           88  ALL-HISTORY-DONE          VALUE "Y".
       01  POSITION-FOUND-FLAG       PIC X VALUE "N".
           88  POSITION-ON-FILE          VALUE "Y".
       01  HISTORY-FOUND-FLAG        PIC X VALUE "N".
           88  HISTORY-FOUND-FOR-DATE    VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  DEPOSITS-CATEGORY         PIC X(06) VALUE "200100".

       01  OPENING-POSITION          PIC S9(13)V99 VALUE 0.
       01  DAY-DEBIT-TOTAL           PIC S9(13)V99 VALUE 0.
       01  DAY-CREDIT-TOTAL          PIC S9(13)V99 VALUE 0.
       01  CLOSING-POSITION          PIC S9(13)V99 VALUE 0.
       01  PROOF-VARIANCE            PIC S9(13)V99 VALUE 0.

       01  CHECKING-COUNT            PIC 9(07) VALUE 0.
       01  CHECKING-TOTAL            PIC S9(13)V99 VALUE 0.
       01  SAVINGS-COUNT             PIC 9(07) VALUE 0.
       01  SAVINGS-TOTAL             PIC S9(13)V99 VALUE 0.
       01  CD-COUNT                  PIC 9(07) VALUE 0.
       01  CD-TOTAL                  PIC S9(13)V99 VALUE 0.
       01  OTHER-TYPE-COUNT          PIC 9(07) VALUE 0.
       01  OTHER-TYPE-TOTAL          PIC S9(13)V99 VALUE 0.
       01  SUBLEDGER-COUNT           PIC 9(07) VALUE 0.
       01  SUBLEDGER-TOTAL           PIC S9(13)V99 VALUE 0.
       01  EXCEPTIONS-WRITTEN        PIC 9(05) VALUE 0.

       01  REPORT-AMOUNT-DISPLAY     PIC -(13)9.99.
       01  REPORT-LABEL              PIC X(24).
       01  REPORT-COUNT-WORK         PIC 9(07).
       01  GL-DISPLAY                PIC -(13)9.99.
       01  SUBLEDGER-DISPLAY         PIC -(13)9.99.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "GLPROOF" TO RP-JOB-NAME
           MOVE "GLPOST"  TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "GLPROOF: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF RP-PREDECESSOR-NOT-DONE
               DISPLAY "GLPROOF: GLPOST has not completed for"
                   " business date " RP-BUSINESS-DATE
                   " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "GLPROOF: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE

           OPEN INPUT ACCOUNT-MASTER
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open account master file."
               DISPLAY "File status: " ACCOUNT-MASTER-STATUS
           ELSE
               OPEN OUTPUT GL-PROOF-REPORT
               OPEN OUTPUT GL-PROOF-EXCEPTION-FILE
               PERFORM READ-PRIOR-POSITION
               PERFORM APPLY-DAYS-GL-HISTORY
               PERFORM TOTAL-DEPOSIT-SUBLEDGER
               PERFORM PROVE-DEPOSIT-POSITION
               PERFORM WRITE-PROOF-REPORT
               PERFORM SAVE-CLOSING-POSITION
               CLOSE GL-PROOF-REPORT
               CLOSE GL-PROOF-EXCEPTION-FILE
               CLOSE ACCOUNT-MASTER
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           END-IF

           MOVE PROOF-VARIANCE TO REPORT-AMOUNT-DISPLAY
           DISPLAY "GLPROOF: deposit proof for " RUN-DATE
               " variance " REPORT-AMOUNT-DISPLAY
           DISPLAY "GLPROOF: " EXCEPTIONS-WRITTEN
               " exceptions written."

           STOP RUN.

      *> A position already saved under this business date means the
      *> job is being restarted after it got that far, so the same
      *> opening figure is used again.
       READ-PRIOR-POSITION.
           MOVE "N" TO POSITION-FOUND-FLAG
           OPEN INPUT GL-POSITION-FILE
           IF GL-POSITION-STATUS = "00"
               READ GL-POSITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO POSITION-FOUND-FLAG
                       IF GD-BUSINESS-DATE = RUN-DATE
                           MOVE GD-OPENING-POSITION
                               TO OPENING-POSITION
                       ELSE
                           MOVE GD-CLOSING-POSITION
                               TO OPENING-POSITION
                       END-IF
               END-READ
               CLOSE GL-POSITION-FILE
           END-IF.

      *> CUSTOMER DEPOSITS is a liability: credits raise the position
      *> and debits lower it. Every history record for the category
      *> and date is applied, however many there are.
       APPLY-DAYS-GL-HISTORY.
           MOVE "N" TO HISTORY-FOUND-FLAG
           OPEN INPUT GL-HISTORY-FILE
           IF GL-HISTORY-STATUS = "00"
               PERFORM UNTIL ALL-HISTORY-DONE
                   READ GL-HISTORY-FILE
                       AT END
                           SET ALL-HISTORY-DONE TO TRUE
                   END-READ
                   IF NOT ALL-HISTORY-DONE
                       IF GH-BUSINESS-DATE = RUN-DATE
                               AND GH-CATEGORY-CODE = DEPOSITS-CATEGORY
                           MOVE "Y" TO HISTORY-FOUND-FLAG
                           ADD GH-DEBIT-TOTAL  TO DAY-DEBIT-TOTAL
                           ADD GH-CREDIT-TOTAL TO DAY-CREDIT-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF.

       TOTAL-DEPOSIT-SUBLEDGER.
           PERFORM UNTIL ALL-ACCOUNTS-DONE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ALL-ACCOUNTS-DONE TO TRUE
               END-READ
               IF NOT ALL-ACCOUNTS-DONE
                   IF NOT AM-TYPE-LOAN
                       PERFORM ADD-ACCOUNT-TO-SUBLEDGER
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ACCOUNT-TO-SUBLEDGER.
           ADD 1 TO SUBLEDGER-COUNT
           ADD AM-CURRENT-BALANCE TO SUBLEDGER-TOTAL
           EVALUATE TRUE
               WHEN AM-TYPE-CHECKING
                   ADD 1 TO CHECKING-COUNT
                   ADD AM-CURRENT-BALANCE TO CHECKING-TOTAL
               WHEN AM-TYPE-SAVINGS
                   ADD 1 TO SAVINGS-COUNT
                   ADD AM-CURRENT-BALANCE TO SAVINGS-TOTAL
               WHEN AM-TYPE-CD
                   ADD 1 TO CD-COUNT
                   ADD AM-CURRENT-BALANCE TO CD-TOTAL
               WHEN OTHER
                   ADD 1 TO OTHER-TYPE-COUNT
                   ADD AM-CURRENT-BALANCE TO OTHER-TYPE-TOTAL
           END-EVALUATE.

       PROVE-DEPOSIT-POSITION.
           IF NOT POSITION-ON-FILE
               COMPUTE OPENING-POSITION = SUBLEDGER-TOTAL
                   - DAY-CREDIT-TOTAL + DAY-DEBIT-TOTAL
           END-IF
           COMPUTE CLOSING-POSITION = OPENING-POSITION
               + DAY-CREDIT-TOTAL - DAY-DEBIT-TOTAL
           COMPUTE PROOF-VARIANCE = SUBLEDGER-TOTAL - CLOSING-POSITION

           IF NOT HISTORY-FOUND-FOR-DATE
               MOVE SPACES TO GL-PROOF-EXCEPTION-LINE
               STRING "NOGLHIST NO " DEPOSITS-CATEGORY
                   " GL HISTORY FOR " RUN-DATE
                   " - NO DAY MOVEMENT APPLIED"
                   DELIMITED BY SIZE INTO GL-PROOF-EXCEPTION-LINE
               WRITE GL-PROOF-EXCEPTION-LINE
               ADD 1 TO EXCEPTIONS-WRITTEN
           END-IF

           IF PROOF-VARIANCE NOT = 0
               MOVE CLOSING-POSITION TO GL-DISPLAY
               MOVE SUBLEDGER-TOTAL  TO SUBLEDGER-DISPLAY
               MOVE PROOF-VARIANCE   TO REPORT-AMOUNT-DISPLAY
               MOVE SPACES TO GL-PROOF-EXCEPTION-LINE
               STRING "VARIANCE " DEPOSITS-CATEGORY
                   " GL " GL-DISPLAY
                   " SUB " SUBLEDGER-DISPLAY
                   " DIFF " REPORT-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO GL-PROOF-EXCEPTION-LINE
               WRITE GL-PROOF-EXCEPTION-LINE
               ADD 1 TO EXCEPTIONS-WRITTEN
           END-IF.

       WRITE-PROOF-REPORT.
           MOVE SPACES TO GL-PROOF-LINE
           STRING "DEPOSIT SUBLEDGER TO GL PROOF FOR " RUN-DATE
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE

           MOVE SPACES TO GL-PROOF-LINE
           STRING "GL CATEGORY " DEPOSITS-CATEGORY
               " CUSTOMER DEPOSITS"
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE

           IF NOT POSITION-ON-FILE
               MOVE SPACES TO GL-PROOF-LINE
               MOVE "  NO PRIOR POSITION - OPENED FROM THE SUBLEDGER"
                   TO GL-PROOF-LINE
               WRITE GL-PROOF-LINE
           END-IF

           MOVE "PRIOR GL POSITION"     TO REPORT-LABEL
           MOVE OPENING-POSITION        TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DAY'S GL CREDITS"      TO REPORT-LABEL
           MOVE DAY-CREDIT-TOTAL        TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DAY'S GL DEBITS"       TO REPORT-LABEL
           MOVE DAY-DEBIT-TOTAL         TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-AMOUNT-LINE
           MOVE "CLOSING GL POSITION"   TO REPORT-LABEL
           MOVE CLOSING-POSITION        TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO GL-PROOF-LINE
           MOVE "DEPOSIT SUBLEDGER BY ACCOUNT TYPE" TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE

           MOVE "CHECKING"              TO REPORT-LABEL
           MOVE CHECKING-COUNT          TO REPORT-COUNT-WORK
           MOVE CHECKING-TOTAL          TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-LINE
           MOVE "SAVINGS"               TO REPORT-LABEL
           MOVE SAVINGS-COUNT           TO REPORT-COUNT-WORK
           MOVE SAVINGS-TOTAL           TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-LINE
           MOVE "CD"                    TO REPORT-LABEL
           MOVE CD-COUNT                TO REPORT-COUNT-WORK
           MOVE CD-TOTAL                TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-LINE
           IF OTHER-TYPE-COUNT > 0
               MOVE "OTHER/UNKNOWN TYPE"    TO REPORT-LABEL
               MOVE OTHER-TYPE-COUNT        TO REPORT-COUNT-WORK
               MOVE OTHER-TYPE-TOTAL        TO REPORT-AMOUNT-DISPLAY
               PERFORM WRITE-TYPE-LINE
           END-IF
           MOVE "SUBLEDGER TOTAL"       TO REPORT-LABEL
           MOVE SUBLEDGER-COUNT         TO REPORT-COUNT-WORK
           MOVE SUBLEDGER-TOTAL         TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-LINE

           MOVE "VARIANCE (SUB - GL)"   TO REPORT-LABEL
           MOVE PROOF-VARIANCE          TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO GL-PROOF-LINE
           IF PROOF-VARIANCE = 0
               MOVE "*** DEPOSITS PROVE TO THE GENERAL LEDGER ***"
                   TO GL-PROOF-LINE
           ELSE
               MOVE "*** OUT OF BALANCE - SEE GLPRFEXC EXCEPTIONS ***"
                   TO GL-PROOF-LINE
           END-IF
           WRITE GL-PROOF-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO GL-PROOF-LINE
           STRING "  " REPORT-LABEL "              "
               REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE.

       WRITE-TYPE-LINE.
           MOVE SPACES TO GL-PROOF-LINE
           STRING "  " REPORT-LABEL " COUNT " REPORT-COUNT-WORK
               REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE.

      *> The ledger figure is what carries forward, never the
      *> subledger, so an unresolved break is reported again tomorrow.
       SAVE-CLOSING-POSITION.
           OPEN OUTPUT GL-POSITION-FILE
           MOVE RUN-DATE         TO GD-BUSINESS-DATE
           MOVE OPENING-POSITION TO GD-OPENING-POSITION
           MOVE CLOSING-POSITION TO GD-CLOSING-POSITION
           WRITE GL-DEPOSIT-POSITION-RECORD
           CLOSE GL-POSITION-FILE.
