               END-READ
           END-IF.

      *    A CREDIT LARGER THAN WHAT THE MEMBER OWES TAKES THE
      *    BALANCE NEGATIVE AND IS CARRIED AS A CREDIT ON THE
      *    ACCOUNT, NOT CUT OFF AT ZERO.
       POST-CREDIT-TO-MEMBER.
           PERFORM RESOLVE-BILLING-MEMBER.
           ADD WS-CREDIT-AMOUNT TO WS-BAL-REDUCED.
           SUBTRACT WS-CREDIT-AMOUNT FROM MM-ACCOUNT-BALANCE.
           ADD 1 TO WS-BAL-REDUCED-COUNT.
           REWRITE MEMBER-MASTER-RECORD.

