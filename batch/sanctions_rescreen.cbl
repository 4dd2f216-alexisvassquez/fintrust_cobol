       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFACRSCN.

      *> Nightly sanctions rescreen of the whole CIF. Every
      *> CUSTOMER-MASTER record is passed through OFACSCRN against
      *> the watch list compliance last loaded (WATCHLST.DAT), so a
      *> customer added to the published list after they opened with
      *> us is caught the night the list is updated. A possible match
      *> not already under review opens a PENDING review and writes a
      *> "SANCTIONS POSSIBLE MATCH" audit record, exactly as at
      *> customer creation. The potential-match report (OFACRSCN.RPT)
      *> for the BSA officer lists:
      *>   NEW      - a review opened by tonight's run
      *>   PENDING  - a customer still awaiting a compliance decision
      *>   CONFIRM  - a customer with a confirmed match (accounts are
      *>              frozen when compliance confirms in ACCTMGMT)
      *> Account status is not changed here; compliance releases or
      *> confirms from Sanctions Compliance Review in ACCTMGMT. With no
      *> watch list on file nothing can be screened and the report
      *> says so. Run from JCL after each list reload and nightly -
      *> not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT SANCTIONS-MATCH-REPORT ASSIGN TO "OFACRSCN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "custmas.cpy".

       FD  SANCTIONS-MATCH-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SANCTIONS-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS    PIC XX VALUE "00".
       01  SANCTIONS-REPORT-STATUS   PIC XX VALUE "00".

       01  NO-MORE-CUSTOMERS         PIC X VALUE "N".
           88  ALL-CUSTOMERS-DONE        VALUE "Y".
       01  WATCH-LIST-FLAG           PIC X VALUE "Y".
           88  WATCH-LIST-MISSING        VALUE "N".

       01  RUN-DATE                  PIC 9(08).

       01  CUSTOMERS-SCREENED        PIC 9(07) VALUE 0.
       01  NEW-MATCH-COUNT           PIC 9(05) VALUE 0.
       01  PENDING-COUNT             PIC 9(05) VALUE 0.
       01  CONFIRMED-COUNT           PIC 9(05) VALUE 0.
       01  SCREEN-ERROR-COUNT        PIC 9(05) VALUE 0.

       01  FINDING-CODE              PIC X(08).

       COPY "sanscrp.cpy".
       COPY "auditrec.cpy".
       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "OFACRSCN" TO RP-JOB-NAME
           MOVE SPACES     TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "OFACRSCN: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "OFACRSCN: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE

           OPEN INPUT CUSTOMER-MASTER
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open customer master file."
               DISPLAY "File status: " CUSTOMER-MASTER-STATUS
           ELSE
               OPEN OUTPUT SANCTIONS-MATCH-REPORT
               PERFORM WRITE-REPORT-HEADING
               PERFORM UNTIL ALL-CUSTOMERS-DONE
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           SET ALL-CUSTOMERS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-CUSTOMERS-DONE
                       PERFORM RESCREEN-ONE-CUSTOMER
                   END-IF
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
               CLOSE SANCTIONS-MATCH-REPORT
               CLOSE CUSTOMER-MASTER
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           END-IF

           DISPLAY "OFACRSCN: " CUSTOMERS-SCREENED
               " customers screened, " NEW-MATCH-COUNT " new, "
               PENDING-COUNT " pending, " CONFIRMED-COUNT
               " confirmed."

           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SANCTIONS-REPORT-LINE
           STRING "SANCTIONS POTENTIAL MATCH REPORT FOR " RUN-DATE
               DELIMITED BY SIZE INTO SANCTIONS-REPORT-LINE
           WRITE SANCTIONS-REPORT-LINE

           MOVE SPACES TO SANCTIONS-REPORT-LINE
           STRING "FINDING  CUSTOMER   NAME                    "
               "ENTRY ID   MATCH  SCREENED"
               DELIMITED BY SIZE INTO SANCTIONS-REPORT-LINE
           WRITE SANCTIONS-REPORT-LINE.

      *> Once OFACSCRN reports no watch list on file there is nothing
      *> to screen against, so the rest of the CIF is only checked
      *> for reviews already open or confirmed.
       RESCREEN-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-SCREENED
           MOVE SPACES TO SANCTIONS-SCREEN-PARAMETERS
           IF WATCH-LIST-MISSING
               SET SS-FUNCTION-STATUS TO TRUE
           ELSE
               SET SS-FUNCTION-SCREEN TO TRUE
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME   TO SS-CUSTOMER-NAME
           MOVE CM-TAX-ID          TO SS-TAX-ID
           MOVE "SYSBATCH"         TO SS-USER-ID
           MOVE RUN-DATE           TO SS-PROCESS-DATE
           CALL "OFACSCRN" USING SANCTIONS-SCREEN-PARAMETERS

           IF SS-MATCH-IS-NEW
               ADD 1 TO NEW-MATCH-COUNT
               MOVE "NEW"      TO FINDING-CODE
               PERFORM WRITE-FINDING-LINE
               MOVE "SYSBATCH"         TO AL-USER-ID
               MOVE "OFACRSCN"         TO AL-PROGRAM-NAME
               MOVE "SANCTIONS POSSIBLE MATCH" TO AL-ACTION
               MOVE CM-CUSTOMER-NUMBER TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-IF

           EVALUATE TRUE
               WHEN SS-NO-WATCH-LIST
                   SET WATCH-LIST-MISSING TO TRUE
               WHEN SS-SCREEN-ERROR
                   ADD 1 TO SCREEN-ERROR-COUNT
               WHEN SS-MATCH-CONFIRMED
                   ADD 1 TO CONFIRMED-COUNT
                   MOVE "CONFIRM"  TO FINDING-CODE
                   PERFORM WRITE-FINDING-LINE
               WHEN SS-REVIEW-PENDING
                   ADD 1 TO PENDING-COUNT
                   IF NOT SS-MATCH-IS-NEW
                       MOVE "PENDING"  TO FINDING-CODE
                       PERFORM WRITE-FINDING-LINE
                   END-IF
           END-EVALUATE.

      *> The entry fields describe the review that set the customer's
      *> standing; for CONFIRM and PENDING lines OFACSCRN returns the
      *> first such review on file, with the list name on a second
      *> line.
       WRITE-FINDING-LINE.
           MOVE SPACES TO SANCTIONS-REPORT-LINE
           STRING FINDING-CODE " " SS-CUSTOMER-NUMBER " "
               CM-CUSTOMER-NAME(1:23) " " SS-ENTRY-ID " "
               SS-MATCH-TYPE " " SS-SCREEN-DATE
               DELIMITED BY SIZE INTO SANCTIONS-REPORT-LINE
           WRITE SANCTIONS-REPORT-LINE

           MOVE SPACES TO SANCTIONS-REPORT-LINE
           STRING "         LISTED AS " SS-ENTRY-NAME
               DELIMITED BY SIZE INTO SANCTIONS-REPORT-LINE
           WRITE SANCTIONS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WATCH-LIST-MISSING
               MOVE SPACES TO SANCTIONS-REPORT-LINE
               STRING "*** NO WATCH LIST ON FILE - CUSTOMERS WERE NOT"
                   " SCREENED ***"
                   DELIMITED BY SIZE INTO SANCTIONS-REPORT-LINE
               WRITE SANCTIONS-REPORT-LINE
           END-IF

           MOVE SPACES TO SANCTIONS-REPORT-LINE
           STRING "CUSTOMERS " CUSTOMERS-SCREENED
               "  NEW " NEW-MATCH-COUNT
               "  PENDING " PENDING-COUNT
               "  CONFIRMED " CONFIRMED-COUNT
               "  ERRORS " SCREEN-ERROR-COUNT
               DELIMITED BY SIZE INTO SANCTIONS-REPORT-LINE
           WRITE SANCTIONS-REPORT-LINE.
