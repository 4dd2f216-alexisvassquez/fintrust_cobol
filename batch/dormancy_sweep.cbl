                               SET ALL-ACCOUNTS-DONE TO TRUE
                       END-READ
                       IF NOT ALL-ACCOUNTS-DONE
      *> A loan with no customer activity is a delinquency matter
      *> for LOANAGE, not a dormant deposit.
                           IF AM-STATUS-ACTIVE AND NOT AM-TYPE-LOAN
                               PERFORM SWEEP-ACCOUNT-IF-INACTIVE
                           END-IF
                       END-IF
