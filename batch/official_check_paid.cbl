       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCPAID.

      *> Official check paid-item intake. Reads the day's paid-item
      *> file from clearing (OCPAID.DAT) - one record per official
      *> check presented and paid - and clears each matching
      *> OUTSTANDING entry on the official check register
      *> (OFFCHK.DAT) as PAID under today's date, so GLPOST takes it
      *> out of OFFICIAL CHECKS O/S that night. Items that do not
      *> match an outstanding check are written to OCPREJ.DAT with a
      *> reason code for the clearing desk to return or research,
      *> and accepted/rejected control totals are displayed for the
      *> operator. Run from JCL on receipt of the clearing file -
      *> not reachable from MAINMENU.
      *>
      *> Reject reason codes:
      *>   BADAMT   amount not numeric or zero
      *>   NOTONFL  serial number not on the register
      *>   AMOUNT   paid amount differs from the amount issued
      *>   PAID     check already paid
      *>   VOID     check was voided, or reissued under a new serial
      *>   ESCHEATD check was remitted to the state as unclaimed

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEM-FILE ASSIGN TO "OCPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-ITEM-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-SERIAL-NUMBER
               FILE STATUS IS OFFICIAL-CHECK-STATUS.

           SELECT PAID-REJECT-FILE ASSIGN TO "OCPREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-ITEM-FILE.
       COPY "ocpaid.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "offchk.cpy".

       FD  PAID-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAID-REJECT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PAID-ITEM-STATUS          PIC XX VALUE "00".
       01  OFFICIAL-CHECK-STATUS     PIC XX VALUE "00".
       01  PAID-REJECT-STATUS        PIC XX VALUE "00".

       01  NO-MORE-INPUT             PIC X VALUE "N".
           88  ALL-INPUT-DONE            VALUE "Y".
       01  OFFICIAL-CHECK-FOUND-FLAG PIC X VALUE "N".
           88  OFFICIAL-CHECK-FOUND      VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  REJECT-REASON-CODE        PIC X(08).

       01  RECORDS-READ              PIC 9(07) VALUE 0.
       01  RECORDS-ACCEPTED          PIC 9(07) VALUE 0.
       01  RECORDS-REJECTED          PIC 9(07) VALUE 0.
       01  AMOUNT-ACCEPTED           PIC S9(11)V99 VALUE 0.
       01  AMOUNT-REJECTED           PIC S9(11)V99 VALUE 0.

       COPY "auditrec.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT PAID-ITEM-FILE
           IF PAID-ITEM-STATUS NOT = "00"
               DISPLAY "Unable to open paid-item file."
               DISPLAY "File status: " PAID-ITEM-STATUS
           ELSE
               OPEN I-O OFFICIAL-CHECK-FILE
               OPEN OUTPUT PAID-REJECT-FILE
               IF OFFICIAL-CHECK-STATUS = "00"
                   PERFORM UNTIL ALL-INPUT-DONE
                       READ PAID-ITEM-FILE
                           AT END
                               SET ALL-INPUT-DONE TO TRUE
                       END-READ
                       IF NOT ALL-INPUT-DONE
                           ADD 1 TO RECORDS-READ
                           PERFORM PROCESS-PAID-ITEM
                       END-IF
                   END-PERFORM
                   CLOSE OFFICIAL-CHECK-FILE
               ELSE
                   DISPLAY "Unable to open official check register."
                   DISPLAY "File status: " OFFICIAL-CHECK-STATUS
               END-IF
               CLOSE PAID-REJECT-FILE
               CLOSE PAID-ITEM-FILE
           END-IF

           DISPLAY "OCPAID: " RECORDS-READ " paid items read."
           DISPLAY "OCPAID: " RECORDS-ACCEPTED " cleared for "
               AMOUNT-ACCEPTED "."
           DISPLAY "OCPAID: " RECORDS-REJECTED " rejected for "
               AMOUNT-REJECTED "."

           STOP RUN.

       PROCESS-PAID-ITEM.
           MOVE SPACES TO REJECT-REASON-CODE
           PERFORM VALIDATE-PAID-ITEM

           IF REJECT-REASON-CODE = SPACES
               PERFORM CLEAR-PAID-CHECK
           ELSE
               PERFORM WRITE-PAID-REJECT
           END-IF.

       VALIDATE-PAID-ITEM.
           MOVE "N" TO OFFICIAL-CHECK-FOUND-FLAG
           IF PI-SERIAL-NUMBER NUMERIC
               MOVE PI-SERIAL-NUMBER TO OC-SERIAL-NUMBER
               READ OFFICIAL-CHECK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO OFFICIAL-CHECK-FOUND-FLAG
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN PI-AMOUNT NOT NUMERIC
                   MOVE "BADAMT" TO REJECT-REASON-CODE
               WHEN PI-AMOUNT = 0
                   MOVE "BADAMT" TO REJECT-REASON-CODE
               WHEN NOT OFFICIAL-CHECK-FOUND
                   MOVE "NOTONFL" TO REJECT-REASON-CODE
               WHEN OC-PAID
                   MOVE "PAID" TO REJECT-REASON-CODE
               WHEN OC-VOID OR OC-REISSUED
                   MOVE "VOID" TO REJECT-REASON-CODE
               WHEN OC-ESCHEATED
                   MOVE "ESCHEATD" TO REJECT-REASON-CODE
               WHEN PI-AMOUNT NOT = OC-AMOUNT
                   MOVE "AMOUNT" TO REJECT-REASON-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-PAID-CHECK.
           SET OC-PAID TO TRUE
           MOVE RUN-DATE   TO OC-STATUS-DATE
           MOVE "SYSBATCH" TO OC-STATUS-BY
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE "NOTONFL" TO REJECT-REASON-CODE
                   PERFORM WRITE-PAID-REJECT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-ACCEPTED
                   ADD OC-AMOUNT TO AMOUNT-ACCEPTED
                   MOVE "SYSBATCH"         TO AL-USER-ID
                   MOVE "OCPAID"           TO AL-PROGRAM-NAME
                   MOVE "OFFICIAL CHECK PAID" TO AL-ACTION
                   MOVE OC-FUNDING-ACCOUNT TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-REWRITE.

       WRITE-PAID-REJECT.
           ADD 1 TO RECORDS-REJECTED
           IF PI-AMOUNT NUMERIC
               ADD PI-AMOUNT TO AMOUNT-REJECTED
           END-IF

           MOVE SPACES TO PAID-REJECT-LINE
           STRING REJECT-REASON-CODE " " PAID-ITEM-RECORD
               DELIMITED BY SIZE INTO PAID-REJECT-LINE
           WRITE PAID-REJECT-LINE.
