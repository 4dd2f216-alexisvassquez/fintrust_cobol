      *> maturity date in the CD fields at the end of the record and
      *> accrue at the CD entries in the rate table.
               88  AM-TYPE-CD              VALUE "CD".
      *> Installment loan accounts carry their note terms on the
      *> LOAN-MASTER file and their amortization on LOAN-SCHEDULE;
      *> the balance is what the borrower owes, not a deposit.
               88  AM-TYPE-LOAN            VALUE "LOAN".
           05  AM-OPEN-DATE            PIC 9(08).
           05  AM-CLOSE-DATE           PIC 9(08).
           05  AM-CLOSURE-REASON       PIC X(20).
      *> is deliberately left out of ACCTMGMT's teller-enterable status
      *> list - it is not a status a teller can key in directly.
               88  AM-STATUS-REVIEW        VALUE "REVIEW".
      *> COMPLIANCE is likewise system-set: an account opened for a
      *> customer with a sanctions review pending is held here until
      *> compliance releases (ACTIVE) or confirms (FROZEN) the match.
               88  AM-STATUS-COMPLIANCE    VALUE "COMPLIANCE".
           05  AM-CURRENT-BALANCE      PIC S9(09)V99 COMP-3.
      *> Certificate of deposit terms - zero on CHECKING and SAVINGS
      *> accounts. Adding these fields (and the overdraft link and
