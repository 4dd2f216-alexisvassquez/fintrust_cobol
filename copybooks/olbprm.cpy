      *> Online banking / IVR extract parameters - how many of each
      *> account's most recent postings the nightly OLBEXT batch
      *> carries on the vendor file. Supplied ahead of the run in
      *> OLBPARM.DAT; with no card, or a zero value, ten postings.
      *> OLBEXT carries at most twenty.
       01  OLB-PARM-RECORD.
           05  OL-POSTING-COUNT        PIC 9(02).
