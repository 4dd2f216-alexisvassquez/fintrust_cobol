      *> ACCTMGMT opens a new account or creates a new customer. One
      *> record per counter: key "CTRL" holds the last assigned
      *> account number, key "CUST" the last assigned customer number.
      *> Key "APRV" numbers the requests on the dual-control approval
      *> queue; ACCTMGMT and USERADM both draw from it. Key "OCHK"
      *> holds the last official check serial number issued, and key
      *> "DISP" the last transfer dispute case number. Key "LORD"
      *> numbers the legal orders.
       01  ACCOUNT-CONTROL-RECORD.
           05  AC-CONTROL-KEY          PIC X(04).
           05  AC-LAST-ACCOUNT-NUMBER  PIC 9(10).
