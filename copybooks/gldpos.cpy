      *> Record layout for the GL deposit position file (GLDPOSN.DAT)
      *> kept by the deposit proof batch (GLPROOF). One record: the
      *> CUSTOMER DEPOSITS (200100) position carried forward from
      *> the last business date proved, and the position it started
      *> that date from, so a restart of the same date proves from
      *> the same opening figure.
       01  GL-DEPOSIT-POSITION-RECORD.
           05  GD-BUSINESS-DATE        PIC 9(08).
           05  GD-OPENING-POSITION     PIC S9(13)V99.
           05  GD-CLOSING-POSITION     PIC S9(13)V99.
