      *> Linkage parameters for the ADBCALC average daily balance
      *> subprogram. The caller names the account and the period
      *> (both dates inclusive); ADBCALC returns the average of the
      *> closing ledger and available balances over the calendar
      *> days of the period, from BALANCE-HISTORY. Each day takes the
      *> balance of the latest business date on or before it, so
      *> weekends and holidays count at Friday's close and days after
      *> the last history record count at that record's balance.
      *> Days before the account's first history record - an account
      *> opened mid-period - are left out, and AB-DAYS-COUNTED says
      *> how many days the averages cover.
      *> Return codes: 00 averages returned, 01 no history for the
      *> account in the period (averages zero), 98 no history file
      *> on file, 99 dates not valid.
       01  AVERAGE-BALANCE-PARAMETERS.
           05  AB-ACCOUNT-NUMBER       PIC X(10).
           05  AB-PERIOD-START-DATE    PIC 9(08).
           05  AB-PERIOD-END-DATE      PIC 9(08).
           05  AB-LEDGER-AVERAGE       PIC S9(09)V99.
           05  AB-AVAILABLE-AVERAGE    PIC S9(09)V99.
           05  AB-DAYS-COUNTED         PIC 9(05).
           05  AB-RETURN-CODE          PIC X(02).
               88  AB-AVERAGE-OK           VALUE "00".
               88  AB-NO-HISTORY           VALUE "01".
               88  AB-NO-HISTORY-FILE      VALUE "98".
               88  AB-DATES-INVALID        VALUE "99".
