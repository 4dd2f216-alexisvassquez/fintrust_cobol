               IF TX-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                   MOVE "N" TO MORE-ACCOUNT-TRANSACTIONS
               ELSE
      *> Recovery money on a charged-off account is income and is
      *> never added to the closed account's balance.
                   IF NOT TX-TYPE-RECOVERY
                       ADD TX-AMOUNT TO COMPUTED-BALANCE
                   END-IF
               END-IF
           END-IF.

