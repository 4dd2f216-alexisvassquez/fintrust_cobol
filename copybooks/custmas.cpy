           05  CM-STATE                PIC X(02).
           05  CM-ZIP-CODE             PIC X(10).
           05  CM-PHONE-NUMBER         PIC X(14).
      *> Deceased processing. A death notice is recorded through
      *> ACCTMGMT's Account Services menu, which sets the status and
      *> date of death and works the whole relationship at once:
      *> solely-owned accounts are frozen (their standing orders
      *> cancelled and overdraft links cleared) and joint accounts
      *> pass to the surviving owners. A deceased customer cannot
      *> open accounts or be added as a joint owner. Adding these
      *> fields changed the record layout: existing files are
      *> reloaded by the one-time file conversion job CNVCUST.
           05  CM-CUSTOMER-STATUS      PIC X(10).
               88  CM-STATUS-ACTIVE        VALUE "ACTIVE".
               88  CM-STATUS-DECEASED      VALUE "DECEASED".
           05  CM-DATE-OF-DEATH        PIC 9(08).
