       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCAGE.

      *> Official check outstanding aging report. Lists every
      *> OUTSTANDING check on the official check register
      *> (OFFCHK.DAT) with its issue date, age in days, amount and
      *> payee, totals the checks by age bucket (0-30, 31-90,
      *> 91-180, 181-365 days and over a year), and flags as STALE
      *> each check uncashed beyond the state's official check
      *> period on ESCHPARM.DAT (three years by default) - the
      *> checks the next escheatment run will remit. The grand total
      *> is the bank's OFFICIAL CHECKS O/S position. Read-only; run
      *> from JCL after OCPAID - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-PARM-FILE ASSIGN TO "ESCHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCHEAT-PARM-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-SERIAL-NUMBER
               FILE STATUS IS OFFICIAL-CHECK-STATUS.

           SELECT OFFICIAL-AGING-REPORT ASSIGN TO "OCAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFICIAL-AGING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-PARM-FILE.
       COPY "eschprm.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "offchk.cpy".

       FD  OFFICIAL-AGING-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  OFFICIAL-AGING-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  ESCHEAT-PARM-STATUS       PIC XX VALUE "00".
       01  OFFICIAL-CHECK-STATUS     PIC XX VALUE "00".
       01  OFFICIAL-AGING-STATUS     PIC XX VALUE "00".

       01  NO-MORE-OFFICIAL-CHECKS   PIC X VALUE "N".
           88  ALL-OFFICIAL-CHECKS-DONE  VALUE "Y".

       01  OFFICIAL-CHECK-YEARS      PIC 9(02) VALUE 3.
       01  RUN-DATE                  PIC 9(08).
       01  RUN-DAY-NUMBER            PIC 9(08).
       01  STALE-CUTOFF-DATE         PIC 9(08).
       01  CHECK-AGE-DAYS            PIC 9(05).
       01  STALE-FLAG-TEXT           PIC X(05).

       01  CHECKS-OUTSTANDING        PIC 9(07) VALUE 0.
       01  OUTSTANDING-TOTAL         PIC S9(11)V99 VALUE 0.
       01  STALE-COUNT               PIC 9(07) VALUE 0.
       01  STALE-TOTAL               PIC S9(11)V99 VALUE 0.
       01  BUCKET-30-COUNT           PIC 9(07) VALUE 0.
       01  BUCKET-30-TOTAL           PIC S9(11)V99 VALUE 0.
       01  BUCKET-90-COUNT           PIC 9(07) VALUE 0.
       01  BUCKET-90-TOTAL           PIC S9(11)V99 VALUE 0.
       01  BUCKET-180-COUNT          PIC 9(07) VALUE 0.
       01  BUCKET-180-TOTAL          PIC S9(11)V99 VALUE 0.
       01  BUCKET-365-COUNT          PIC 9(07) VALUE 0.
       01  BUCKET-365-TOTAL          PIC S9(11)V99 VALUE 0.
       01  BUCKET-OVER-COUNT         PIC 9(07) VALUE 0.
       01  BUCKET-OVER-TOTAL         PIC S9(11)V99 VALUE 0.

       01  REPORT-AMOUNT-DISPLAY     PIC -(11)9.99.
       01  REPORT-BUCKET-NAME        PIC X(10).
       01  REPORT-COUNT-WORK         PIC 9(07).
       01  DETAIL-AMOUNT-DISPLAY     PIC -(9)9.99.

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "OCAGE"   TO RP-JOB-NAME
           MOVE SPACES    TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "OCAGE: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "OCAGE: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(RUN-DATE)

           PERFORM READ-ESCHEAT-PARAMETERS
           COMPUTE STALE-CUTOFF-DATE =
               RUN-DATE - (OFFICIAL-CHECK-YEARS * 10000)

           OPEN OUTPUT OFFICIAL-AGING-REPORT
           PERFORM WRITE-REPORT-HEADING

      *> No register on file simply means no official check has
      *> been issued yet - the report prints empty totals.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF OFFICIAL-CHECK-STATUS = "00"
               PERFORM UNTIL ALL-OFFICIAL-CHECKS-DONE
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
                       AT END
                           SET ALL-OFFICIAL-CHECKS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OFFICIAL-CHECKS-DONE
                       IF OC-OUTSTANDING
                           PERFORM AGE-OUTSTANDING-CHECK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OFFICIAL-CHECK-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE OFFICIAL-AGING-REPORT

           SET RP-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS

           DISPLAY "OCAGE: " CHECKS-OUTSTANDING
               " official checks outstanding for " OUTSTANDING-TOTAL
               "."
           DISPLAY "OCAGE: " STALE-COUNT " stale beyond "
               OFFICIAL-CHECK-YEARS " years."

           STOP RUN.

       READ-ESCHEAT-PARAMETERS.
           OPEN INPUT ESCHEAT-PARM-FILE
           IF ESCHEAT-PARM-STATUS = "00"
               READ ESCHEAT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EP-OFFICIAL-CHECK-YEARS NUMERIC
                               AND EP-OFFICIAL-CHECK-YEARS > 0
                           MOVE EP-OFFICIAL-CHECK-YEARS
                               TO OFFICIAL-CHECK-YEARS
                       END-IF
               END-READ
               CLOSE ESCHEAT-PARM-FILE
           END-IF.

       AGE-OUTSTANDING-CHECK.
           ADD 1 TO CHECKS-OUTSTANDING
           ADD OC-AMOUNT TO OUTSTANDING-TOTAL
           MOVE 0 TO CHECK-AGE-DAYS
           IF OC-ISSUE-DATE > 0 AND OC-ISSUE-DATE < RUN-DATE
               COMPUTE CHECK-AGE-DAYS = RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(OC-ISSUE-DATE)
           END-IF

           EVALUATE TRUE
               WHEN CHECK-AGE-DAYS NOT > 30
                   ADD 1 TO BUCKET-30-COUNT
                   ADD OC-AMOUNT TO BUCKET-30-TOTAL
               WHEN CHECK-AGE-DAYS NOT > 90
                   ADD 1 TO BUCKET-90-COUNT
                   ADD OC-AMOUNT TO BUCKET-90-TOTAL
               WHEN CHECK-AGE-DAYS NOT > 180
                   ADD 1 TO BUCKET-180-COUNT
                   ADD OC-AMOUNT TO BUCKET-180-TOTAL
               WHEN CHECK-AGE-DAYS NOT > 365
                   ADD 1 TO BUCKET-365-COUNT
                   ADD OC-AMOUNT TO BUCKET-365-TOTAL
               WHEN OTHER
                   ADD 1 TO BUCKET-OVER-COUNT
                   ADD OC-AMOUNT TO BUCKET-OVER-TOTAL
           END-EVALUATE

           MOVE SPACES TO STALE-FLAG-TEXT
           IF OC-ISSUE-DATE < STALE-CUTOFF-DATE
               MOVE "STALE" TO STALE-FLAG-TEXT
               ADD 1 TO STALE-COUNT
               ADD OC-AMOUNT TO STALE-TOTAL
           END-IF

           PERFORM WRITE-OUTSTANDING-CHECK-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO OFFICIAL-AGING-LINE
           STRING "OFFICIAL CHECKS OUTSTANDING AGING FOR " RUN-DATE
               DELIMITED BY SIZE INTO OFFICIAL-AGING-LINE
           WRITE OFFICIAL-AGING-LINE

           MOVE SPACES TO OFFICIAL-AGING-LINE
           STRING "SERIAL     ISSUED   DAYS         AMOUNT PAYEE"
               DELIMITED BY SIZE INTO OFFICIAL-AGING-LINE
           WRITE OFFICIAL-AGING-LINE.

       WRITE-OUTSTANDING-CHECK-LINE.
           MOVE OC-AMOUNT TO DETAIL-AMOUNT-DISPLAY
           MOVE SPACES TO OFFICIAL-AGING-LINE
           STRING OC-SERIAL-NUMBER " " OC-ISSUE-DATE " "
               CHECK-AGE-DAYS " " DETAIL-AMOUNT-DISPLAY " "
               OC-PAYEE-NAME(1:25) " " STALE-FLAG-TEXT
               DELIMITED BY SIZE INTO OFFICIAL-AGING-LINE
           WRITE OFFICIAL-AGING-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO OFFICIAL-AGING-LINE
           MOVE "AGE BUCKET TOTALS" TO OFFICIAL-AGING-LINE
           WRITE OFFICIAL-AGING-LINE

           MOVE "0-30"       TO REPORT-BUCKET-NAME
           MOVE BUCKET-30-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-30-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "31-90"      TO REPORT-BUCKET-NAME
           MOVE BUCKET-90-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-90-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "91-180"     TO REPORT-BUCKET-NAME
           MOVE BUCKET-180-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-180-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "181-365"    TO REPORT-BUCKET-NAME
           MOVE BUCKET-365-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-365-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "OVER 1 YR"  TO REPORT-BUCKET-NAME
           MOVE BUCKET-OVER-COUNT TO REPORT-COUNT-WORK
           MOVE BUCKET-OVER-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE "ALL"        TO REPORT-BUCKET-NAME
           MOVE CHECKS-OUTSTANDING TO REPORT-COUNT-WORK
           MOVE OUTSTANDING-TOTAL TO REPORT-AMOUNT-DISPLAY
           PERFORM WRITE-BUCKET-SUMMARY-LINE

           MOVE STALE-TOTAL TO REPORT-AMOUNT-DISPLAY
           MOVE SPACES TO OFFICIAL-AGING-LINE
           STRING "STALE BEYOND " OFFICIAL-CHECK-YEARS " YEARS COUNT "
               STALE-COUNT " TOTAL " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO OFFICIAL-AGING-LINE
           WRITE OFFICIAL-AGING-LINE.

       WRITE-BUCKET-SUMMARY-LINE.
           MOVE SPACES TO OFFICIAL-AGING-LINE
           STRING "  " REPORT-BUCKET-NAME " COUNT " REPORT-COUNT-WORK
               " AMOUNT " REPORT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO OFFICIAL-AGING-LINE
           WRITE OFFICIAL-AGING-LINE.
