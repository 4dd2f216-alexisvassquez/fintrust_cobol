       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRVW.

      *> Nightly user-ID security review for the security officer.
      *> Reads every USER-CREDENTIALS record and lists, one line per
      *> finding, the IDs that need a look:
      *>   LOCKED   - locked out by failed logins and waiting on a
      *>              supervisor unlock in USERADM
      *>   EXPIRED  - an active ID whose password is past the SECPARM
      *>              age limit, has no change date on record, or was
      *>              reset by a supervisor and not yet changed
      *>   NEVERUSD - an active ID that has never logged in
      *> Deactivated IDs cannot log in, so they are only reported
      *> when locked. An ID can appear under more than one heading.
      *> Counts by heading close the report (SECRVW.RPT). Run from
      *> JCL as part of the nightly cycle - not reachable from
      *> MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CREDENTIALS ASSIGN TO "USERCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UC-USER-ID
               FILE STATUS IS USER-CREDENTIALS-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-PARM-STATUS.

           SELECT SECURITY-REVIEW-REPORT ASSIGN TO "SECRVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-CREDENTIALS.
       COPY "usrcred.cpy".

       FD  SECURITY-PARM-FILE.
       COPY "secprm.cpy".

       FD  SECURITY-REVIEW-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SECURITY-REVIEW-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  USER-CREDENTIALS-STATUS   PIC XX VALUE "00".
       01  SECURITY-PARM-STATUS      PIC XX VALUE "00".
       01  SECURITY-REVIEW-STATUS    PIC XX VALUE "00".

       01  NO-MORE-USERS             PIC X VALUE "N".
           88  ALL-USERS-DONE            VALUE "Y".

       01  RUN-DATE                  PIC 9(08).
       01  PASSWORD-MAX-DAYS         PIC 9(03) VALUE 90.
       01  PASSWORD-AGE-DAYS         PIC S9(07) VALUE 0.
       01  PASSWORD-AGE-DISPLAY      PIC Z(04)9.

       01  USERS-REVIEWED            PIC 9(05) VALUE 0.
       01  LOCKED-COUNT              PIC 9(05) VALUE 0.
       01  EXPIRED-COUNT             PIC 9(05) VALUE 0.
       01  NEVER-USED-COUNT          PIC 9(05) VALUE 0.

       01  FINDING-CODE              PIC X(08).
       01  FINDING-DETAIL            PIC X(30).

       COPY "runctlp.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO RUN-CONTROL-PARAMETERS
           SET RP-FUNCTION-START TO TRUE
           MOVE "SECRVW"  TO RP-JOB-NAME
           MOVE SPACES    TO RP-PREDECESSOR
           CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           IF RP-ALREADY-RUN
               DISPLAY "SECRVW: already complete for business"
                   " date " RP-BUSINESS-DATE " - run refused."
               STOP RUN
           END-IF
           IF NOT RP-OK
               DISPLAY "SECRVW: run control refused the run."
               DISPLAY "Return code: " RP-RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BUSINESS-DATE TO RUN-DATE
           PERFORM READ-SECURITY-PARAMETERS

           OPEN INPUT USER-CREDENTIALS
           IF USER-CREDENTIALS-STATUS NOT = "00"
               DISPLAY "Unable to open user credentials file."
               DISPLAY "File status: " USER-CREDENTIALS-STATUS
           ELSE
               OPEN OUTPUT SECURITY-REVIEW-REPORT
               PERFORM WRITE-REPORT-HEADING
               PERFORM UNTIL ALL-USERS-DONE
                   READ USER-CREDENTIALS NEXT RECORD
                       AT END
                           SET ALL-USERS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-USERS-DONE
                       PERFORM REVIEW-ONE-USER
                   END-IF
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
               CLOSE SECURITY-REVIEW-REPORT
               CLOSE USER-CREDENTIALS
               SET RP-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-PARAMETERS
           END-IF

           DISPLAY "SECRVW: " USERS-REVIEWED " users reviewed, "
               LOCKED-COUNT " locked, " EXPIRED-COUNT " expired, "
               NEVER-USED-COUNT " never used."

           STOP RUN.

       READ-SECURITY-PARAMETERS.
           OPEN INPUT SECURITY-PARM-FILE
           IF SECURITY-PARM-STATUS = "00"
               READ SECURITY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-PASSWORD-MAX-DAYS NUMERIC
                               AND SP-PASSWORD-MAX-DAYS > 0
                           MOVE SP-PASSWORD-MAX-DAYS
                               TO PASSWORD-MAX-DAYS
                       END-IF
               END-READ
               CLOSE SECURITY-PARM-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SECURITY-REVIEW-LINE
           STRING "USER ID SECURITY REVIEW FOR " RUN-DATE
               "  PASSWORD AGE LIMIT " PASSWORD-MAX-DAYS " DAYS"
               DELIMITED BY SIZE INTO SECURITY-REVIEW-LINE
           WRITE SECURITY-REVIEW-LINE

           MOVE SPACES TO SECURITY-REVIEW-LINE
           STRING "FINDING  USER ID  NAME                   "
               "  DETAIL"
               DELIMITED BY SIZE INTO SECURITY-REVIEW-LINE
           WRITE SECURITY-REVIEW-LINE.

       REVIEW-ONE-USER.
           ADD 1 TO USERS-REVIEWED

           IF NOT UC-NOT-LOCKED-OUT
               ADD 1 TO LOCKED-COUNT
               MOVE "LOCKED"   TO FINDING-CODE
               MOVE SPACES TO FINDING-DETAIL
               STRING "AT " UC-LOCKOUT-TIMESTAMP
                   DELIMITED BY SIZE INTO FINDING-DETAIL
               PERFORM WRITE-FINDING-LINE
           END-IF

           IF UC-ACTIVE
               PERFORM CHECK-PASSWORD-AGE
               IF UC-NEVER-LOGGED-IN
                   ADD 1 TO NEVER-USED-COUNT
                   MOVE "NEVERUSD" TO FINDING-CODE
                   MOVE "NO LOGIN ON RECORD" TO FINDING-DETAIL
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF.

      *> Same test AUTHUSER applies at login: no change date on
      *> record, a supervisor reset not yet changed, or a password
      *> older than the age limit.
       CHECK-PASSWORD-AGE.
           MOVE SPACES TO FINDING-DETAIL
           IF UC-LAST-PASSWORD-CHANGE = 0
               MOVE "NO PASSWORD CHANGE ON RECORD" TO FINDING-DETAIL
           ELSE
               IF UC-PASSWORD-CHANGE-DUE
                   STRING "RESET " UC-LAST-PASSWORD-CHANGE
                       " NOT CHANGED"
                       DELIMITED BY SIZE INTO FINDING-DETAIL
               ELSE
                   COMPUTE PASSWORD-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (UC-LAST-PASSWORD-CHANGE)
                   IF PASSWORD-AGE-DAYS > PASSWORD-MAX-DAYS
                       MOVE PASSWORD-AGE-DAYS
                           TO PASSWORD-AGE-DISPLAY
                       STRING "CHANGED " UC-LAST-PASSWORD-CHANGE
                           " AGE" PASSWORD-AGE-DISPLAY
                           DELIMITED BY SIZE INTO FINDING-DETAIL
                   END-IF
               END-IF
           END-IF
           IF FINDING-DETAIL NOT = SPACES
               ADD 1 TO EXPIRED-COUNT
               MOVE "EXPIRED"  TO FINDING-CODE
               PERFORM WRITE-FINDING-LINE
           END-IF.

       WRITE-FINDING-LINE.
           MOVE SPACES TO SECURITY-REVIEW-LINE
           STRING FINDING-CODE " " UC-USER-ID " "
               UC-USER-NAME(1:22) " " UC-ACTIVE-FLAG " "
               FINDING-DETAIL
               DELIMITED BY SIZE INTO SECURITY-REVIEW-LINE
           WRITE SECURITY-REVIEW-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SECURITY-REVIEW-LINE
           STRING "USERS REVIEWED " USERS-REVIEWED
               "  LOCKED " LOCKED-COUNT
               "  EXPIRED " EXPIRED-COUNT
               "  NEVER USED " NEVER-USED-COUNT
               DELIMITED BY SIZE INTO SECURITY-REVIEW-LINE
           WRITE SECURITY-REVIEW-LINE.
