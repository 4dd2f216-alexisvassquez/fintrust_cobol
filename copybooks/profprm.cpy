      *> Customer profitability run parameters - the period the
      *> relationship report (CUSTPROF) totals postings over.
      *> Supplied ahead of the run in PROFPARM.DAT; with no card, or
      *> zero dates, the report covers the business month to date.
       01  PROFIT-PARM-RECORD.
           05  PP-PERIOD-START-DATE    PIC 9(08).
           05  PP-PERIOD-END-DATE      PIC 9(08).
