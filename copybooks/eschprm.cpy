      *> (ESCHEAT) closes it and remits the balance to the state.
      *> Supplied ahead of the run in ESCHPARM.DAT; five years when
      *> the card is absent, per the state's unclaimed-property rule.
      *> The second field is how many years an official check may go
      *> uncashed before it is remitted the same way; three years
      *> when absent or blank.
       01  ESCHEAT-PARM-RECORD.
           05  EP-DORMANT-YEARS        PIC 9(02).
           05  EP-OFFICIAL-CHECK-YEARS PIC 9(02).
