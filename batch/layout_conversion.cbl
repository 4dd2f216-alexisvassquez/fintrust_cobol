           MOVE OUC-ROLE             TO UC-ROLE
           MOVE OUC-ACTIVE-FLAG      TO UC-ACTIVE-FLAG
           MOVE SPACES               TO UC-BRANCH-CODE
      *> Login-security fields added to the record since: no failed
      *> attempts, not locked, never logged in, and no password
      *> change on record, so the first login forces a change.
           MOVE 0                    TO UC-FAILED-ATTEMPTS
           MOVE 0                    TO UC-LOCKOUT-TIMESTAMP
           MOVE 0                    TO UC-LAST-PASSWORD-CHANGE
           MOVE 0                    TO UC-LAST-LOGIN-DATE
           SET UC-PASSWORD-CHANGE-NOT-DUE TO TRUE

           WRITE USER-CREDENTIALS-RECORD
               INVALID KEY
