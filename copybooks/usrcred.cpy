      *> Adding this field changed the record layout: existing files
      *> are reloaded by the one-time file conversion job CNVLAYT.
           05  UC-BRANCH-CODE          PIC X(04).
      *> Login security. Consecutive failed logins are counted on the
      *> record so they survive leaving AUTHUSER; when the count
      *> reaches the limit in SECPARM the lockout timestamp
      *> (YYYYMMDDHHMMSS) is set and the ID stays locked until a
      *> supervisor unlocks it in USERADM. A password older than the
      *> age limit, or one a supervisor has just reset, must be
      *> changed at the next login. A zero last-login date means the
      *> ID has never been used. Adding these fields changed the
      *> record layout: existing files are reloaded by CNVUSER.
           05  UC-FAILED-ATTEMPTS      PIC 9(02).
           05  UC-LOCKOUT-TIMESTAMP    PIC 9(14).
               88  UC-NOT-LOCKED-OUT       VALUE 0.
           05  UC-LAST-PASSWORD-CHANGE PIC 9(08).
           05  UC-LAST-LOGIN-DATE      PIC 9(08).
               88  UC-NEVER-LOGGED-IN      VALUE 0.
           05  UC-PASSWORD-CHANGE-FLAG PIC X(01).
               88  UC-PASSWORD-CHANGE-DUE  VALUE "Y".
               88  UC-PASSWORD-CHANGE-NOT-DUE VALUE "N".
