       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVUSER.

      *> One-time file conversion job for the login-security layout
      *> change. USER-CREDENTIALS grew:
      *>   + UC-FAILED-ATTEMPTS, UC-LOCKOUT-TIMESTAMP,
      *>     UC-LAST-PASSWORD-CHANGE, UC-LAST-LOGIN-DATE,
      *>     UC-PASSWORD-CHANGE-FLAG
      *> An indexed file's record length is fixed when it is created,
      *> so records written under the old copybook cannot simply be
      *> read under the new one. This job reads the old file (renamed
      *> USERCRED.OLD), carries every old field across unchanged and
      *> writes the new-layout live file with no failed attempts, no
      *> lockout, no last login and no password change on record.
      *> AUTHUSER treats a password with no change date as expired, so
      *> every user sets a fresh password at their first login after
      *> the upgrade, and the nightly security review lists each ID as
      *> never used until it logs in. Rename the live file to the .OLD
      *> name before running, and run exactly once, with the online
      *> system down. Run from JCL - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-USER-CREDENTIALS ASSIGN TO "USERCRED.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUC-USER-ID
               FILE STATUS IS OLD-USER-CREDENTIALS-STATUS.

           SELECT USER-CREDENTIALS ASSIGN TO "USERCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UC-USER-ID
               FILE STATUS IS USER-CREDENTIALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-USER-CREDENTIALS.
      *> Pre-conversion USER-CREDENTIALS layout: branch code but no
      *> login-security fields.
       01  OLD-USER-CREDENTIALS-RECORD.
           05  OUC-USER-ID             PIC X(08).
           05  OUC-PASSWORD-HASH       PIC X(16).
           05  OUC-USER-NAME           PIC X(30).
           05  OUC-ROLE                PIC X(10).
           05  OUC-ACTIVE-FLAG         PIC X(01).
           05  OUC-BRANCH-CODE         PIC X(04).

       FD  USER-CREDENTIALS.
       COPY "usrcred.cpy".

       WORKING-STORAGE SECTION.
       01  OLD-USER-CREDENTIALS-STATUS PIC XX VALUE "00".
       01  USER-CREDENTIALS-STATUS   PIC XX VALUE "00".

       01  NO-MORE-OLD-USERS         PIC X VALUE "N".
           88  ALL-OLD-USERS-DONE        VALUE "Y".

       01  USERS-CONVERTED           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-USER-CREDENTIALS
           IF OLD-USER-CREDENTIALS-STATUS NOT = "00"
               DISPLAY "CNVUSER: unable to open USERCRED.OLD."
               DISPLAY "File status: " OLD-USER-CREDENTIALS-STATUS
               DISPLAY "Rename the live file before running."
           ELSE
               OPEN OUTPUT USER-CREDENTIALS

               PERFORM UNTIL ALL-OLD-USERS-DONE
                   READ OLD-USER-CREDENTIALS NEXT RECORD
                       AT END
                           SET ALL-OLD-USERS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OLD-USERS-DONE
                       PERFORM CONVERT-ONE-USER
                   END-IF
               END-PERFORM

               CLOSE OLD-USER-CREDENTIALS
               CLOSE USER-CREDENTIALS
           END-IF

           DISPLAY "CNVUSER: " USERS-CONVERTED " users converted."

           STOP RUN.

       CONVERT-ONE-USER.
           MOVE OUC-USER-ID          TO UC-USER-ID
           MOVE OUC-PASSWORD-HASH    TO UC-PASSWORD-HASH
           MOVE OUC-USER-NAME        TO UC-USER-NAME
           MOVE OUC-ROLE             TO UC-ROLE
           MOVE OUC-ACTIVE-FLAG      TO UC-ACTIVE-FLAG
           MOVE OUC-BRANCH-CODE      TO UC-BRANCH-CODE
           MOVE 0                    TO UC-FAILED-ATTEMPTS
           MOVE 0                    TO UC-LOCKOUT-TIMESTAMP
           MOVE 0                    TO UC-LAST-PASSWORD-CHANGE
           MOVE 0                    TO UC-LAST-LOGIN-DATE
           SET UC-PASSWORD-CHANGE-NOT-DUE TO TRUE

           WRITE USER-CREDENTIALS-RECORD
               INVALID KEY
                   DISPLAY "CNVUSER: unable to write user "
                       OUC-USER-ID "."
               NOT INVALID KEY
                   ADD 1 TO USERS-CONVERTED
           END-WRITE.
