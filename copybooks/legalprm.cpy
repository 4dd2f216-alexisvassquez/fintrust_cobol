      *> Legal order report parameter - how many days ahead of an
      *> answer or remittance due date the nightly legal order report
      *> (LEGALRPT) starts flagging an order DUE SOON. Supplied ahead
      *> of the run in LEGLPARM.DAT; with no card, or a zero value,
      *> it is 3 days.
       01  LEGAL-PARM-RECORD.
           05  LQ-WARNING-DAYS         PIC 9(02).
