      *> Record layout for the official check paid-item file read by
      *> OCPAID - one record per official check presented and paid
      *> through clearing: the check's serial number and the amount
      *> it was paid for, as unsigned digits with two implied
      *> decimals.
       01  PAID-ITEM-RECORD.
           05  PI-SERIAL-NUMBER        PIC 9(10).
           05  PI-AMOUNT               PIC 9(09)V99.
