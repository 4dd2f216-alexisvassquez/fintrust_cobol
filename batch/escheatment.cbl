      *> account to the state remittance extract with the owner's
      *> name, address and tax ID from CUSTOMER-MASTER. Interest
      *> credits do not count as activity, for the same reason they
      *> do not in the dormancy sweep. Official checks still
      *> OUTSTANDING on the official check register (OFFCHK.DAT)
      *> beyond the state's official check period (ESCHPARM.DAT,
      *> three years by default) are remitted in the same extract
      *> under the payee and remitter names and marked ESCHEATED,
      *> so GLPOST takes them out of OFFICIAL CHECKS O/S that night
      *> and any later presentment is returned. Run from JCL once a
      *> year, after DORMSWP - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORY-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-SERIAL-NUMBER
               FILE STATUS IS OFFICIAL-CHECK-STATUS.

           SELECT ESCHEAT-REMIT-FILE ASSIGN TO "ESCHREMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCHEAT-REMIT-STATUS.
       FD  STATUS-HISTORY-LOG.
       COPY "stathist.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "offchk.cpy".

       FD  ESCHEAT-REMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ESCHEAT-REMIT-LINE        PIC X(80).
       01  TRANSACTION-FILE-STATUS   PIC XX VALUE "00".
       01  STATUS-HISTORY-STATUS     PIC XX VALUE "00".
       01  ESCHEAT-REMIT-STATUS      PIC XX VALUE "00".
       01  OFFICIAL-CHECK-STATUS     PIC XX VALUE "00".

       01  NO-MORE-ACCOUNTS          PIC X VALUE "N".
           88  ALL-ACCOUNTS-DONE         VALUE "Y".
           88  NO-MORE-ACCT-TRANS        VALUE "N".
       01  CUSTOMER-FOUND-FLAG       PIC X VALUE "N".
           88  CUSTOMER-FOUND            VALUE "Y".
       01  NO-MORE-OFFICIAL-CHECKS   PIC X VALUE "N".
           88  ALL-OFFICIAL-CHECKS-DONE  VALUE "Y".

       01  DORMANT-YEARS             PIC 9(02) VALUE 5.
       01  RUN-DATE                  PIC 9(08).
       01  ESCHEAT-CUTOFF-DATE       PIC 9(08).
       01  OFFICIAL-CHECK-YEARS      PIC 9(02) VALUE 3.
       01  OFFICIAL-CHECK-CUTOFF     PIC 9(08).
       01  LAST-ACTIVITY-DATE        PIC 9(08).
       01  REMIT-AMOUNT              PIC S9(09)V99.
       01  NEXT-SEQUENCE-NUMBER      PIC 9(06).

       01  ACCOUNTS-ESCHEATED        PIC 9(05) VALUE 0.
       01  TOTAL-REMITTED            PIC S9(11)V99 VALUE 0.
       01  CHECKS-ESCHEATED          PIC 9(05) VALUE 0.
       01  CHECKS-REMITTED-TOTAL     PIC S9(11)V99 VALUE 0.

       01  REMIT-AMOUNT-DISPLAY      PIC -(9)9.99.
       01  TOTAL-REMIT-DISPLAY       PIC -(11)9.99.
           PERFORM READ-ESCHEAT-PARAMETERS
           COMPUTE ESCHEAT-CUTOFF-DATE =
               RUN-DATE - (DORMANT-YEARS * 10000)
           COMPUTE OFFICIAL-CHECK-CUTOFF =
               RUN-DATE - (OFFICIAL-CHECK-YEARS * 10000)

           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM ESCHEAT-OFFICIAL-CHECKS
                   PERFORM WRITE-REMIT-TRAILER
                   SET RP-FUNCTION-END TO TRUE
                   CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS

           DISPLAY "ESCHEAT: " ACCOUNTS-ESCHEATED
               " accounts escheated for " TOTAL-REMITTED "."
           DISPLAY "ESCHEAT: " CHECKS-ESCHEATED
               " official checks escheated for "
               CHECKS-REMITTED-TOTAL "."

           STOP RUN.

                               AND EP-DORMANT-YEARS > 0
                           MOVE EP-DORMANT-YEARS TO DORMANT-YEARS
                       END-IF
                       IF EP-OFFICIAL-CHECK-YEARS NUMERIC
                               AND EP-OFFICIAL-CHECK-YEARS > 0
                           MOVE EP-OFFICIAL-CHECK-YEARS
                               TO OFFICIAL-CHECK-YEARS
                       END-IF
               END-READ
               CLOSE ESCHEAT-PARM-FILE
           END-IF
           DISPLAY "ESCHEAT: remitting accounts dormant beyond "
               DORMANT-YEARS " years."
           DISPLAY "ESCHEAT: remitting official checks outstanding"
               " beyond " OFFICIAL-CHECK-YEARS " years.".

       ESCHEAT-IF-BEYOND-CUTOFF.
           PERFORM FIND-LAST-ACTIVITY-DATE
               DELIMITED BY SIZE INTO ESCHEAT-REMIT-LINE
           WRITE ESCHEAT-REMIT-LINE.

      *> No register on file simply means no official check has
      *> been issued yet.
       ESCHEAT-OFFICIAL-CHECKS.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF OFFICIAL-CHECK-STATUS = "00"
               PERFORM UNTIL ALL-OFFICIAL-CHECKS-DONE
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
                       AT END
                           SET ALL-OFFICIAL-CHECKS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OFFICIAL-CHECKS-DONE
                       IF OC-OUTSTANDING
                               AND OC-ISSUE-DATE < OFFICIAL-CHECK-CUTOFF
                           PERFORM ESCHEAT-OFFICIAL-CHECK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OFFICIAL-CHECK-FILE
           END-IF.

       ESCHEAT-OFFICIAL-CHECK.
           SET OC-ESCHEATED TO TRUE
           MOVE RUN-DATE   TO OC-STATUS-DATE
           MOVE "SYSBATCH" TO OC-STATUS-BY
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY "Unable to escheat official check "
                       OC-SERIAL-NUMBER "."
               NOT INVALID KEY
                   ADD 1 TO CHECKS-ESCHEATED
                   ADD OC-AMOUNT TO CHECKS-REMITTED-TOTAL
                   ADD OC-AMOUNT TO TOTAL-REMITTED

                   MOVE "SYSBATCH"         TO AL-USER-ID
                   MOVE "ESCHEAT"          TO AL-PROGRAM-NAME
                   MOVE "OFFICIAL CHECK ESCHEATED" TO AL-ACTION
                   MOVE OC-FUNDING-ACCOUNT TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD

                   PERFORM WRITE-OFFICIAL-CHECK-REMITTANCE
           END-REWRITE.

      *> An official check belongs to its payee; the remitter is
      *> reported alongside so the state can reach either party.
       WRITE-OFFICIAL-CHECK-REMITTANCE.
           MOVE OC-AMOUNT TO REMIT-AMOUNT-DISPLAY
           MOVE SPACES TO ESCHEAT-REMIT-LINE
           STRING "OFFICIAL CHECK " OC-SERIAL-NUMBER
               " AMOUNT " REMIT-AMOUNT-DISPLAY
               " ISSUED " OC-ISSUE-DATE
               DELIMITED BY SIZE INTO ESCHEAT-REMIT-LINE
           WRITE ESCHEAT-REMIT-LINE

           MOVE SPACES TO ESCHEAT-REMIT-LINE
           STRING "  PAYEE " OC-PAYEE-NAME
               DELIMITED BY SIZE INTO ESCHEAT-REMIT-LINE
           WRITE ESCHEAT-REMIT-LINE

           MOVE SPACES TO ESCHEAT-REMIT-LINE
           STRING "  REMITTER " OC-REMITTER-NAME
               DELIMITED BY SIZE INTO ESCHEAT-REMIT-LINE
           WRITE ESCHEAT-REMIT-LINE.

       WRITE-REMIT-HEADER.
           MOVE SPACES TO ESCHEAT-REMIT-LINE
           STRING "STATE ESCHEATMENT REMITTANCE EXTRACT FOR "
           MOVE TOTAL-REMITTED TO TOTAL-REMIT-DISPLAY
           MOVE SPACES TO ESCHEAT-REMIT-LINE
           STRING "TOTAL REMITTED " TOTAL-REMIT-DISPLAY
               " FOR " ACCOUNTS-ESCHEATED " ACCOUNTS "
               CHECKS-ESCHEATED " OFFICIAL CHECKS"
               DELIMITED BY SIZE INTO ESCHEAT-REMIT-LINE
           WRITE ESCHEAT-REMIT-LINE.

