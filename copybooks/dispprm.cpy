      *> Dispute aging parameter - how many days ahead of a deadline
      *> the nightly dispute batch (DISPAGE) starts flagging a case
      *> DUE SOON on its aging report. Supplied ahead of the run in
      *> DISPPARM.DAT; with no card, or a zero value, it is 5 days.
       01  DISPUTE-PARM-RECORD.
           05  DQ-WARNING-DAYS         PIC 9(02).
