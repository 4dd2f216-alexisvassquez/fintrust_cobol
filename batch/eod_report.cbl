      *> change: transaction counts and dollar totals by type, new
      *> accounts opened and accounts closed, NSF fees charged, total
      *> interest accrued, the number of accounts sitting in REVIEW
      *> status, the night's reconciliation exception count, and the
      *> number of deposit-to-GL proof exceptions GLPROOF raised. The
      *> day's postings are also broken out by the branch stamped on
      *> each one, with the type totals as the consolidated figures;
      *> postings with no branch code report under head office 0000.
      *> Run from JCL after BALRECON and GLPROOF - not reachable from
      *> MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-EXCEPTION-STATUS.

           SELECT GL-PROOF-EXCEPTION-FILE ASSIGN TO "GLPRFEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PROOF-EXCEPTION-STATUS.

           SELECT EOD-REPORT-FILE ASSIGN TO "EODRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-REPORT-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-EXCEPTION-LINE      PIC X(80).

       FD  GL-PROOF-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-PROOF-EXCEPTION-LINE   PIC X(80).

       FD  EOD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EOD-REPORT-LINE           PIC X(80).
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  ACCOUNT-MASTER-STATUS     PIC XX VALUE "00".
       01  RECON-EXCEPTION-STATUS    PIC XX VALUE "00".
       01  GL-PROOF-EXCEPTION-STATUS PIC XX VALUE "00".
       01  EOD-REPORT-STATUS         PIC XX VALUE "00".

       01  NO-MORE-TRANSACTIONS      PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
       01  NO-MORE-EXCEPTIONS        PIC X VALUE "N".
           88  ALL-EXCEPTIONS-DONE       VALUE "Y".
       01  NO-MORE-PROOF-EXCEPTIONS  PIC X VALUE "N".
           88  ALL-PROOF-EXCEPTIONS-DONE VALUE "Y".

       01  RUN-DATE                  PIC 9(08).

       01  TRANSFER-TOTAL            PIC S9(11)V99 VALUE 0.
       01  REVERSAL-COUNT            PIC 9(07) VALUE 0.
       01  REVERSAL-TOTAL            PIC S9(11)V99 VALUE 0.
       01  LOAN-ADVANCE-COUNT        PIC 9(07) VALUE 0.
       01  LOAN-ADVANCE-TOTAL        PIC S9(11)V99 VALUE 0.
       01  LOAN-INTEREST-COUNT       PIC 9(07) VALUE 0.
       01  LOAN-INTEREST-TOTAL       PIC S9(11)V99 VALUE 0.
       01  LOAN-PAYMENT-COUNT        PIC 9(07) VALUE 0.
       01  LOAN-PAYMENT-TOTAL        PIC S9(11)V99 VALUE 0.
       01  LATE-CHARGE-COUNT         PIC 9(07) VALUE 0.
       01  LATE-CHARGE-TOTAL         PIC S9(11)V99 VALUE 0.
       01  CHARGE-OFF-COUNT          PIC 9(07) VALUE 0.
       01  CHARGE-OFF-TOTAL          PIC S9(11)V99 VALUE 0.
       01  RECOVERY-COUNT            PIC 9(07) VALUE 0.
       01  RECOVERY-TOTAL            PIC S9(11)V99 VALUE 0.
       01  OFFICIAL-CHECK-COUNT      PIC 9(07) VALUE 0.
       01  OFFICIAL-CHECK-TOTAL      PIC S9(11)V99 VALUE 0.
       01  DISPUTE-CREDIT-COUNT      PIC 9(07) VALUE 0.
       01  DISPUTE-CREDIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01  LEGAL-PAYMENT-COUNT       PIC 9(07) VALUE 0.
       01  LEGAL-PAYMENT-TOTAL       PIC S9(11)V99 VALUE 0.

       01  BRANCH-SUB                PIC 9(02) COMP.
       01  BRANCH-COUNT              PIC 9(02) COMP VALUE 0.
       01  ACCOUNTS-CLOSED           PIC 9(05) VALUE 0.
       01  ACCOUNTS-IN-REVIEW        PIC 9(05) VALUE 0.
       01  RECON-EXCEPTION-COUNT     PIC 9(05) VALUE 0.
       01  GL-PROOF-EXCEPTION-COUNT  PIC 9(05) VALUE 0.

       01  REPORT-AMOUNT-DISPLAY     PIC -(11)9.99.
       01  REPORT-TYPE-NAME          PIC X(12).
                   PERFORM TALLY-DAYS-TRANSACTIONS
                   PERFORM TALLY-ACCOUNT-ACTIVITY
                   PERFORM COUNT-RECON-EXCEPTIONS
                   PERFORM COUNT-GL-PROOF-EXCEPTIONS
                   PERFORM WRITE-EOD-REPORT
                   SET RP-FUNCTION-END TO TRUE
                   CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
               WHEN TX-TYPE-REVERSAL
                   ADD 1 TO REVERSAL-COUNT
                   ADD TX-AMOUNT TO REVERSAL-TOTAL
               WHEN TX-TYPE-LOAN-ADVANCE
                   ADD 1 TO LOAN-ADVANCE-COUNT
                   ADD TX-AMOUNT TO LOAN-ADVANCE-TOTAL
               WHEN TX-TYPE-LOAN-INTEREST
                   ADD 1 TO LOAN-INTEREST-COUNT
                   ADD TX-AMOUNT TO LOAN-INTEREST-TOTAL
               WHEN TX-TYPE-LOAN-PAYMENT
                   ADD 1 TO LOAN-PAYMENT-COUNT
                   ADD TX-AMOUNT TO LOAN-PAYMENT-TOTAL
               WHEN TX-TYPE-LATE-CHARGE
                   ADD 1 TO LATE-CHARGE-COUNT
                   ADD TX-AMOUNT TO LATE-CHARGE-TOTAL
               WHEN TX-TYPE-CHARGE-OFF
                   ADD 1 TO CHARGE-OFF-COUNT
                   ADD TX-AMOUNT TO CHARGE-OFF-TOTAL
               WHEN TX-TYPE-RECOVERY
                   ADD 1 TO RECOVERY-COUNT
                   ADD TX-AMOUNT TO RECOVERY-TOTAL
               WHEN TX-TYPE-OFFICIAL-CHECK
                   ADD 1 TO OFFICIAL-CHECK-COUNT
                   ADD TX-AMOUNT TO OFFICIAL-CHECK-TOTAL
               WHEN TX-TYPE-DISPUTE-CREDIT
                   ADD 1 TO DISPUTE-CREDIT-COUNT
                   ADD TX-AMOUNT TO DISPUTE-CREDIT-TOTAL
               WHEN TX-TYPE-LEGAL-PAYMENT
                   ADD 1 TO LEGAL-PAYMENT-COUNT
                   ADD TX-AMOUNT TO LEGAL-PAYMENT-TOTAL
           END-EVALUATE.

       TALLY-BRANCH-ACTIVITY.
               CLOSE RECON-EXCEPTION-FILE
           END-IF.

      *> GLPROOF rewrites its exception file each night the same way;
      *> a missing file reads as zero.
       COUNT-GL-PROOF-EXCEPTIONS.
           OPEN INPUT GL-PROOF-EXCEPTION-FILE
           IF GL-PROOF-EXCEPTION-STATUS = "00"
               PERFORM UNTIL ALL-PROOF-EXCEPTIONS-DONE
                   READ GL-PROOF-EXCEPTION-FILE
                       AT END
                           SET ALL-PROOF-EXCEPTIONS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-PROOF-EXCEPTIONS-DONE
                       ADD 1 TO GL-PROOF-EXCEPTION-COUNT
                   END-IF
               END-PERFORM
               CLOSE GL-PROOF-EXCEPTION-FILE
           END-IF.

       WRITE-EOD-REPORT.
           OPEN OUTPUT EOD-REPORT-FILE

           MOVE REVERSAL-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "LOAN ADVANCE" TO REPORT-TYPE-NAME
           MOVE LOAN-ADVANCE-COUNT TO REPORT-COUNT-WORK
           MOVE LOAN-ADVANCE-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "LN INTEREST" TO REPORT-TYPE-NAME
           MOVE LOAN-INTEREST-COUNT TO REPORT-COUNT-WORK
           MOVE LOAN-INTEREST-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "LOAN PAYMENT" TO REPORT-TYPE-NAME
           MOVE LOAN-PAYMENT-COUNT TO REPORT-COUNT-WORK
           MOVE LOAN-PAYMENT-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "LATE CHARGE" TO REPORT-TYPE-NAME
           MOVE LATE-CHARGE-COUNT TO REPORT-COUNT-WORK
           MOVE LATE-CHARGE-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "CHARGE-OFF" TO REPORT-TYPE-NAME
           MOVE CHARGE-OFF-COUNT TO REPORT-COUNT-WORK
           MOVE CHARGE-OFF-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "RECOVERY" TO REPORT-TYPE-NAME
           MOVE RECOVERY-COUNT TO REPORT-COUNT-WORK
           MOVE RECOVERY-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "OFFICIAL CHK" TO REPORT-TYPE-NAME
           MOVE OFFICIAL-CHECK-COUNT TO REPORT-COUNT-WORK
           MOVE OFFICIAL-CHECK-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "DISPUTE CR" TO REPORT-TYPE-NAME
           MOVE DISPUTE-CREDIT-COUNT TO REPORT-COUNT-WORK
           MOVE DISPUTE-CREDIT-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE "LEGAL PAYMT" TO REPORT-TYPE-NAME
           MOVE LEGAL-PAYMENT-COUNT TO REPORT-COUNT-WORK
           MOVE LEGAL-PAYMENT-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-TYPE-SUMMARY-LINE

           MOVE SPACES TO EOD-REPORT-LINE
           MOVE "ACTIVITY BY BRANCH (CONSOLIDATED ABOVE)"
               TO EOD-REPORT-LINE
               DELIMITED BY SIZE INTO EOD-REPORT-LINE
           WRITE EOD-REPORT-LINE

           MOVE SPACES TO EOD-REPORT-LINE
           STRING "  GL PROOF EXCEPTIONS        "
               GL-PROOF-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO EOD-REPORT-LINE
           WRITE EOD-REPORT-LINE

           CLOSE EOD-REPORT-FILE.

       WRITE-BRANCH-SUMMARY-LINE.
