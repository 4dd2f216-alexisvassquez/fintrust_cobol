      *> User administration module for the USER-CREDENTIALS file and
      *> the BRANCH table. Supervisors can list users, create a new
      *> user with role, branch and initial password, deactivate or
      *> reactivate a user, reset a forgotten password, unlock a user
      *> locked out by failed logins, maintain the branch table and
      *> move a user between branches; any logged-in user can change
      *> their own password. A role change is not applied here: it
      *> is queued on the approval file for a second supervisor to
      *> approve in ACCTMGMT. Every action is written through
      *> AUDITLOG. Reached from MAINMENU - ends the days of
      *> sharing the SUPV0001 default login or deleting USERCRED.DAT
      *> to start over.

               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS BRANCH-TABLE-STATUS.

      *> Opened only while a role change request is queued.
           SELECT ACCOUNT-CONTROL ASSIGN TO "ACCTCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CONTROL-KEY
               FILE STATUS IS ACCOUNT-CONTROL-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS AQ-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PENDING-APPROVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-CREDENTIALS.
       FD  BRANCH-TABLE.
       COPY "brnchtab.cpy".

       FD  ACCOUNT-CONTROL.
       COPY "acctctl.cpy".

       FD  PENDING-APPROVAL-FILE.
       COPY "aprvque.cpy".

       WORKING-STORAGE SECTION.
       01  USER-CREDENTIALS-STATUS  PIC XX VALUE "00".

       01  ACTIVE-ANSWER            PIC X(01).
       01  ENTERED-PASSWORD         PIC X(20).
       01  ENTERED-PASSWORD-HASH    PIC X(16).
       01  TODAYS-DATE              PIC 9(08).
       01  LOCK-INDICATOR           PIC X(06).

       01  BRANCH-TABLE-STATUS      PIC XX VALUE "00".
       01  MORE-BRANCH-RECORDS      PIC X VALUE "N".
       01  BRANCH-FOUND-FLAG        PIC X VALUE "N".
           88  BRANCH-FOUND             VALUE "Y".

       01  ACCOUNT-CONTROL-STATUS   PIC XX VALUE "00".
       01  PENDING-APPROVAL-STATUS  PIC XX VALUE "00".

       01  HASH-WORK-AREA.
           05  HASH-INDEX               PIC 9(02) COMP.
           05  HASH-CHAR-VALUE          PIC 9(03) COMP.
               OPEN I-O BRANCH-TABLE
           END-IF

           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD

           PERFORM UNTIL ADMIN-CHOICE = 9
               DISPLAY "====================================="
               DISPLAY "      USER ADMINISTRATION MODULE     "
               DISPLAY " 5 - Change My Password"
               DISPLAY " 6 - Maintain Branch Table"
               DISPLAY " 7 - Assign a User's Branch"
               DISPLAY " 8 - Unlock a User"
               DISPLAY " 0 - Change a User's Role"
               DISPLAY " 9 - Return to Main Menu"
               PERFORM ACCEPT-ADMIN-CHOICE

                       PERFORM SUPERVISOR-ONLY-ACTION
                   WHEN 7
                       PERFORM SUPERVISOR-ONLY-ACTION
                   WHEN 8
                       PERFORM SUPERVISOR-ONLY-ACTION
                   WHEN 0
                       PERFORM SUPERVISOR-ONLY-ACTION
                   WHEN 9
                       DISPLAY "Returning to Main Menu..."
                   WHEN OTHER
                       PERFORM MAINTAIN-BRANCH-TABLE
                   WHEN 7
                       PERFORM ASSIGN-USER-BRANCH
                   WHEN 8
                       PERFORM UNLOCK-USER
                   WHEN 0
                       PERFORM REQUEST-ROLE-CHANGE
               END-EVALUATE
           END-IF.


           IF NOT NO-MORE-USER-RECORDS
               ADD 1 TO USERS-LISTED
               IF UC-NOT-LOCKED-OUT
                   MOVE SPACES TO LOCK-INDICATOR
               ELSE
                   MOVE "LOCKED" TO LOCK-INDICATOR
               END-IF
               DISPLAY UC-USER-ID " " UC-USER-NAME " "
                   UC-ROLE " " UC-ACTIVE-FLAG " " UC-BRANCH-CODE
                   " " LOCK-INDICATOR
           END-IF.

       CREATE-USER.
               MOVE ENTERED-PASSWORD-HASH TO UC-PASSWORD-HASH
               SET UC-ACTIVE              TO TRUE
               MOVE ENTERED-BRANCH-CODE   TO UC-BRANCH-CODE
               MOVE 0                     TO UC-FAILED-ATTEMPTS
               MOVE 0                     TO UC-LOCKOUT-TIMESTAMP
               MOVE TODAYS-DATE           TO UC-LAST-PASSWORD-CHANGE
               MOVE 0                     TO UC-LAST-LOGIN-DATE
               SET UC-PASSWORD-CHANGE-DUE TO TRUE

               WRITE USER-CREDENTIALS-RECORD
                   INVALID KEY
                   DISPLAY "No change made."
           END-EVALUATE.

      *> A role change needs a second supervisor: it is queued on
      *> the approval file and applied only when approved from the
      *> Approval Queue in ACCTMGMT's Account Services menu.
       REQUEST-ROLE-CHANGE.
           DISPLAY "Enter User ID: "
           ACCEPT ENTERED-USER-ID

           IF ENTERED-USER-ID = AP-USER-ID
               DISPLAY "You cannot change your own role."
           ELSE
               MOVE ENTERED-USER-ID TO UC-USER-ID
               READ USER-CREDENTIALS
                   INVALID KEY
                       DISPLAY "User " ENTERED-USER-ID
                           " not found."
                   NOT INVALID KEY
                       DISPLAY "User " UC-USER-ID " is currently "
                           FUNCTION TRIM(UC-ROLE) "."
                       PERFORM ACCEPT-USER-ROLE
                       IF ENTERED-ROLE = UC-ROLE
                           DISPLAY "No change - the user already"
                               " has that role."
                       ELSE
                           PERFORM QUEUE-ROLE-CHANGE
                       END-IF
               END-READ
           END-IF.

       QUEUE-ROLE-CHANGE.
           OPEN I-O ACCOUNT-CONTROL
           IF ACCOUNT-CONTROL-STATUS = "35"
               OPEN OUTPUT ACCOUNT-CONTROL
               CLOSE ACCOUNT-CONTROL
               OPEN I-O ACCOUNT-CONTROL
           END-IF
           OPEN I-O PENDING-APPROVAL-FILE
           IF PENDING-APPROVAL-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF

           MOVE "APRV" TO AC-CONTROL-KEY
           READ ACCOUNT-CONTROL
               INVALID KEY
                   MOVE 0 TO AC-LAST-ACCOUNT-NUMBER
           END-READ
           ADD 1 TO AC-LAST-ACCOUNT-NUMBER
           IF ACCOUNT-CONTROL-STATUS = "23"
               WRITE ACCOUNT-CONTROL-RECORD
           ELSE
               REWRITE ACCOUNT-CONTROL-RECORD
           END-IF

           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE AC-LAST-ACCOUNT-NUMBER TO AQ-REQUEST-NUMBER
           SET AQ-ACTION-ROLE-CHG  TO TRUE
           MOVE 0                  TO AQ-SEQUENCE-NUMBER
           MOVE 0                  TO AQ-AMOUNT
           MOVE ENTERED-USER-ID    TO AQ-TARGET-USER-ID
           MOVE ENTERED-ROLE       TO AQ-NEW-ROLE
           MOVE AP-USER-ID         TO AQ-REQUESTED-BY
           MOVE TODAYS-DATE        TO AQ-REQUESTED-DATE
           SET AQ-PENDING          TO TRUE
           MOVE 0                  TO AQ-DECIDED-DATE
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Unable to queue the role change."
               NOT INVALID KEY
                   DISPLAY "Role change request " AQ-REQUEST-NUMBER
                       " queued for approval by a second"
                       " supervisor."
                   MOVE "APPROVAL REQUESTED" TO AL-ACTION
                   PERFORM WRITE-USER-AUDIT-RECORD
           END-WRITE

           CLOSE PENDING-APPROVAL-FILE
           CLOSE ACCOUNT-CONTROL.

      *> Clears a lockout left by too many failed logins. The
      *> password is left alone - if the user has forgotten it, a
      *> reset (which also unlocks) is the better choice.
       UNLOCK-USER.
           DISPLAY "Enter User ID: "
           ACCEPT ENTERED-USER-ID
           MOVE ENTERED-USER-ID TO UC-USER-ID
           READ USER-CREDENTIALS
               INVALID KEY
                   DISPLAY "User " ENTERED-USER-ID " not found."
               NOT INVALID KEY
                   IF UC-NOT-LOCKED-OUT
                       DISPLAY "User " UC-USER-ID
                           " is not locked out."
                   ELSE
                       DISPLAY "User " UC-USER-ID " locked at "
                           UC-LOCKOUT-TIMESTAMP " after "
                           UC-FAILED-ATTEMPTS " failed logins."
                       MOVE 0 TO UC-FAILED-ATTEMPTS
                       MOVE 0 TO UC-LOCKOUT-TIMESTAMP
                       REWRITE USER-CREDENTIALS-RECORD
                       DISPLAY "User " UC-USER-ID " unlocked."
                       MOVE "USER UNLOCKED" TO AL-ACTION
                       PERFORM WRITE-USER-AUDIT-RECORD
                   END-IF
           END-READ.

       RESET-USER-PASSWORD.
           DISPLAY "Enter User ID: "
           ACCEPT ENTERED-USER-ID
                   ACCEPT ENTERED-PASSWORD
                   PERFORM HASH-PASSWORD
                   MOVE ENTERED-PASSWORD-HASH TO UC-PASSWORD-HASH
                   MOVE TODAYS-DATE TO UC-LAST-PASSWORD-CHANGE
                   SET UC-PASSWORD-CHANGE-DUE TO TRUE
                   MOVE 0 TO UC-FAILED-ATTEMPTS
                   MOVE 0 TO UC-LOCKOUT-TIMESTAMP
                   REWRITE USER-CREDENTIALS-RECORD
                   DISPLAY "Password reset for " UC-USER-ID "."
                   DISPLAY "The user must change it at next login."
                   MOVE "PASSWORD RESET" TO AL-ACTION
                   PERFORM WRITE-USER-AUDIT-RECORD
                   MOVE SPACES TO ENTERED-PASSWORD
               DISPLAY "Enter New Password: "
               ACCEPT ENTERED-PASSWORD
               PERFORM HASH-PASSWORD
               IF ENTERED-PASSWORD-HASH = UC-PASSWORD-HASH
                   DISPLAY "The new password must differ from the"
                       " old one."
               ELSE
                   MOVE ENTERED-PASSWORD-HASH TO UC-PASSWORD-HASH
                   MOVE TODAYS-DATE TO UC-LAST-PASSWORD-CHANGE
                   SET UC-PASSWORD-CHANGE-NOT-DUE TO TRUE
                   REWRITE USER-CREDENTIALS-RECORD
                   DISPLAY "Password changed."
                   MOVE "PASSWORD CHANGED" TO AL-ACTION
                   PERFORM WRITE-USER-AUDIT-RECORD
               END-IF
           END-IF

           MOVE SPACES TO ENTERED-PASSWORD
