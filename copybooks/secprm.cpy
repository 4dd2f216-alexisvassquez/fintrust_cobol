      *> Login security parameters - how many consecutive failed
      *> logins lock a user ID, and how many days a password may be
      *> used before AUTHUSER forces a change. Supplied in
      *> SECPARM.DAT; read by AUTHUSER at every login and by the
      *> nightly security review (SECRVW). A missing file or a zero
      *> value leaves the built-in defaults of 3 failures and 90
      *> days in force.
       01  SECURITY-PARM-RECORD.
           05  SP-MAXIMUM-FAILURES     PIC 9(02).
           05  SP-PASSWORD-MAX-DAYS    PIC 9(03).
