      *> Logs a user in against the USER-CREDENTIALS file and returns
      *> their identity and role to the caller via AUTH-PARAMETERS so
      *> MAINMENU can gate access to ACCTMGMT and VIEWTRANS.
      *> Failed logins are counted on the credential record itself,
      *> so leaving and re-entering does not earn fresh tries: when
      *> the count reaches the SECPARM limit the ID is locked until a
      *> supervisor unlocks it in USERADM. A password past its age
      *> limit, or one a supervisor has just reset, must be changed
      *> before the login completes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS UC-USER-ID
               FILE STATUS IS USER-CREDENTIALS-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-CREDENTIALS.
       COPY "usrcred.cpy".

       FD  SECURITY-PARM-FILE.
       COPY "secprm.cpy".

       WORKING-STORAGE SECTION.
       01  USER-CREDENTIALS-STATUS  PIC XX VALUE "00".
       01  SECURITY-PARM-STATUS     PIC XX VALUE "00".

       01  ENTERED-USER-ID          PIC X(08).
       01  ENTERED-PASSWORD         PIC X(20).
       01  LOGIN-SUCCESSFUL         PIC X VALUE "N".
           88  LOGIN-OK                 VALUE "Y".

       01  MAXIMUM-FAILURES         PIC 9(02) VALUE 3.
       01  PASSWORD-MAX-DAYS        PIC 9(03) VALUE 90.
       01  TODAYS-DATE              PIC 9(08).
       01  CURRENT-TIMESTAMP        PIC 9(14).
       01  PASSWORD-AGE-DAYS        PIC S9(07) VALUE 0.
       01  NEW-PASSWORD             PIC X(20).
       01  NEW-PASSWORD-HASH        PIC X(16).
       01  PASSWORD-CHANGED-FLAG    PIC X VALUE "N".
           88  PASSWORD-WAS-CHANGED     VALUE "Y".

       01  HASH-WORK-AREA.
           05  HASH-INDEX               PIC 9(02) COMP.
           05  HASH-CHAR-VALUE          PIC 9(03) COMP.
           DISPLAY "      AUTHENTICATE USER MODULE       "
           DISPLAY "====================================="

           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           PERFORM READ-SECURITY-PARAMETERS

           OPEN I-O USER-CREDENTIALS
           IF USER-CREDENTIALS-STATUS = "35"
               PERFORM CREATE-DEFAULT-CREDENTIALS-FILE
               OPEN I-O USER-CREDENTIALS
           END-IF

           IF USER-CREDENTIALS-STATUS NOT = "00"

           GOBACK.

       READ-SECURITY-PARAMETERS.
           OPEN INPUT SECURITY-PARM-FILE
           IF SECURITY-PARM-STATUS = "00"
               READ SECURITY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-MAXIMUM-FAILURES NUMERIC
                               AND SP-MAXIMUM-FAILURES > 0
                           MOVE SP-MAXIMUM-FAILURES
                               TO MAXIMUM-FAILURES
                       END-IF
                       IF SP-PASSWORD-MAX-DAYS NUMERIC
                               AND SP-PASSWORD-MAX-DAYS > 0
                           MOVE SP-PASSWORD-MAX-DAYS
                               TO PASSWORD-MAX-DAYS
                       END-IF
               END-READ
               CLOSE SECURITY-PARM-FILE
           END-IF.

      *> First-run provisioning: USER-CREDENTIALS doesn't exist yet on
      *> a brand new system, so there is no other way for anyone to
      *> log in. Create it with one default supervisor login so an
           SET UC-ROLE-SUPERVISOR TO TRUE
           SET UC-ACTIVE TO TRUE
           MOVE SPACES TO UC-BRANCH-CODE
           MOVE 0 TO UC-FAILED-ATTEMPTS
           MOVE 0 TO UC-LOCKOUT-TIMESTAMP
           MOVE TODAYS-DATE TO UC-LAST-PASSWORD-CHANGE
           MOVE 0 TO UC-LAST-LOGIN-DATE
           SET UC-PASSWORD-CHANGE-DUE TO TRUE

           MOVE "CHANGEME" TO ENTERED-PASSWORD
           PERFORM HASH-PASSWORD

           DISPLAY "No user credentials file found - created one."
           DISPLAY "Default login: SUPV0001 / CHANGEME"
           DISPLAY "You will be asked to change it at first login.".

       LOGIN-PROMPT.
           ADD 1 TO LOGIN-ATTEMPTS
           END-READ

           IF USER-CREDENTIALS-STATUS = "00"
               EVALUATE TRUE
                   WHEN NOT UC-NOT-LOCKED-OUT
                       DISPLAY "User ID " UC-USER-ID " is locked."
                       DISPLAY "A supervisor must unlock it in User"
                           " Administration."
                   WHEN NOT UC-ACTIVE
                       DISPLAY "Invalid user ID or password."
                   WHEN UC-PASSWORD-HASH NOT = ENTERED-PASSWORD-HASH
                       DISPLAY "Invalid user ID or password."
                       PERFORM RECORD-FAILED-LOGIN
                   WHEN OTHER
                       PERFORM COMPLETE-LOGIN
               END-EVALUATE
           END-IF

           MOVE SPACES TO ENTERED-PASSWORD.

      *> The count lives on the record, so it carries across sessions
      *> until a good login (or a supervisor unlock) clears it.
       RECORD-FAILED-LOGIN.
           ADD 1 TO UC-FAILED-ATTEMPTS
           IF UC-FAILED-ATTEMPTS >= MAXIMUM-FAILURES
               MOVE FUNCTION CURRENT-DATE(1:14) TO CURRENT-TIMESTAMP
               MOVE CURRENT-TIMESTAMP TO UC-LOCKOUT-TIMESTAMP
               DISPLAY "Too many failed logins - user ID " UC-USER-ID
                   " is now locked."
               MOVE UC-USER-ID       TO AL-USER-ID
               MOVE "AUTHUSER"       TO AL-PROGRAM-NAME
               MOVE "USER LOCKED OUT" TO AL-ACTION
               MOVE SPACES           TO AL-ACCOUNT-NUMBER
               CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-IF
           REWRITE USER-CREDENTIALS-RECORD.

      *> The password is right. An aged or supervisor-reset password
      *> has to be replaced before the session is granted; declining
      *> does not count as a failed attempt.
       COMPLETE-LOGIN.
           MOVE "Y" TO PASSWORD-CHANGED-FLAG
           IF UC-LAST-PASSWORD-CHANGE = 0
               MOVE 99999 TO PASSWORD-AGE-DAYS
           ELSE
               COMPUTE PASSWORD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(TODAYS-DATE)
                   - FUNCTION INTEGER-OF-DATE(UC-LAST-PASSWORD-CHANGE)
           END-IF
           IF UC-PASSWORD-CHANGE-DUE
               DISPLAY "Your password was reset and must be changed."
               PERFORM FORCE-PASSWORD-CHANGE
           ELSE
               IF PASSWORD-AGE-DAYS > PASSWORD-MAX-DAYS
                   DISPLAY "Your password has expired and must be"
                       " changed."
                   PERFORM FORCE-PASSWORD-CHANGE
               END-IF
           END-IF

           MOVE 0 TO UC-FAILED-ATTEMPTS
           IF PASSWORD-WAS-CHANGED
               MOVE TODAYS-DATE TO UC-LAST-LOGIN-DATE
               MOVE UC-USER-ID TO AP-USER-ID
               MOVE UC-USER-NAME TO AP-USER-NAME
               MOVE UC-ROLE TO AP-ROLE
               MOVE UC-BRANCH-CODE TO AP-BRANCH-CODE
               SET AP-LOGGED-IN TO TRUE
               MOVE "Y" TO LOGIN-SUCCESSFUL
           ELSE
               DISPLAY "Password not changed - login cancelled."
           END-IF
           REWRITE USER-CREDENTIALS-RECORD.

       FORCE-PASSWORD-CHANGE.
           MOVE "N" TO PASSWORD-CHANGED-FLAG
           DISPLAY "Enter New Password: "
           ACCEPT ENTERED-PASSWORD
           MOVE ENTERED-PASSWORD TO NEW-PASSWORD
           PERFORM HASH-PASSWORD
           MOVE ENTERED-PASSWORD-HASH TO NEW-PASSWORD-HASH
           DISPLAY "Re-enter New Password: "
           ACCEPT ENTERED-PASSWORD
           PERFORM HASH-PASSWORD

           EVALUATE TRUE
               WHEN NEW-PASSWORD = SPACES
                   DISPLAY "A password is required."
               WHEN ENTERED-PASSWORD NOT = NEW-PASSWORD
                   DISPLAY "The two entries do not match."
               WHEN NEW-PASSWORD-HASH = UC-PASSWORD-HASH
                   DISPLAY "The new password must differ from the"
                       " old one."
               WHEN OTHER
                   MOVE NEW-PASSWORD-HASH TO UC-PASSWORD-HASH
                   MOVE TODAYS-DATE TO UC-LAST-PASSWORD-CHANGE
                   SET UC-PASSWORD-CHANGE-NOT-DUE TO TRUE
                   MOVE "Y" TO PASSWORD-CHANGED-FLAG
                   DISPLAY "Password changed."
                   MOVE UC-USER-ID       TO AL-USER-ID
                   MOVE "AUTHUSER"       TO AL-PROGRAM-NAME
                   MOVE "PASSWORD CHANGED" TO AL-ACTION
                   MOVE SPACES           TO AL-ACCOUNT-NUMBER
                   CALL "AUDITLOG" USING AUDIT-LOG-RECORD
           END-EVALUATE

           MOVE SPACES TO NEW-PASSWORD
           MOVE SPACES TO NEW-PASSWORD-HASH
           MOVE SPACES TO ENTERED-PASSWORD-HASH.

      *> Legacy checksum-style password hash: not intended to replace
      *> a real cryptographic digest, but keeps clear-text passwords
