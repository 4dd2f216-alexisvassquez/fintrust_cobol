      *> type may pay out and the cumulative cap on one day's
      *> withdrawals. A zero maximum leaves that dimension
      *> unlimited. Enforced by the teller posting path and by
      *> BCHPOST; online, an override approved by a second
      *> supervisor on the approval queue lets one withdrawal
      *> through, and the override is written to the audit trail.
      *> Maintained by supervisors
      *> through RATEMNT alongside the rate and fee tables.
       01  WITHDRAWAL-LIMIT-RECORD.
           05  WL-ACCOUNT-TYPE         PIC X(10).
