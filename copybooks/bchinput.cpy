      *> Record layout for the external batch posting input file
      *> (payroll/ACH style) read by BCHPOST. One posting per record,
      *> fixed columns: account number, transaction type (DEPOSIT,
      *> WITHDRAWAL, or LOAN PMT for an installment loan payment),
      *> amount as unsigned digits with two implied decimals, and a
      *> posting description.
       01  BATCH-INPUT-RECORD.
           05  BI-ACCOUNT-NUMBER       PIC X(10).
           05  BI-TRANS-TYPE           PIC X(10).
               88  BI-TYPE-DEPOSIT         VALUE "DEPOSIT".
               88  BI-TYPE-WITHDRAWAL      VALUE "WITHDRAWAL".
               88  BI-TYPE-LOAN-PAYMENT    VALUE "LOAN PMT".
           05  BI-AMOUNT               PIC 9(09)V99.
           05  BI-DESCRIPTION          PIC X(20).
      *> Check/serial number on a WITHDRAWAL clearing a check; blank
