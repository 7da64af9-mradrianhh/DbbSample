                  By ==Acct-Master-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Acct-Master-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Acct-Master-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Acct-Master-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Acct-Master-Held-Amount==.

          05 Ws-Total-Credited    Pic S9(11)V99 Value 0.
          05 Ws-Total-Charged     Pic S9(11)V99 Value 0.

      *> This run capitalizes a full year's interest on the balance
      *> it finds, so it belongs at the end of the interest year,
      *> after the last posting run.
       Copy Intrate.

       01 Ws-Interest-Amount     Pic S9(9)V99 Value 0.

      *> into the annual deposit cap.
           If Acct-Master-Bsu-Savings > 0
             Compute Ws-Interest-Amount Rounded =
                 Acct-Master-Bsu-Savings * Rate-Bsu-Credit / 100
           End-If

           If Ws-Interest-Amount > 0
           Evaluate True
           When Acct-Master-Balance > 0
             Compute Ws-Interest-Amount Rounded =
                 Acct-Master-Balance * Rate-Std-Credit / 100
             If Ws-Interest-Amount > 0
               Add Ws-Interest-Amount To Acct-Master-Balance
               Rewrite Acct-Master-Record
             End-If
           When Acct-Master-Balance < 0
             Compute Ws-Interest-Amount Rounded =
                 (0 - Acct-Master-Balance) * Rate-Overdraft / 100
             If Ws-Interest-Amount > 0
               Subtract Ws-Interest-Amount From Acct-Master-Balance
               Rewrite Acct-Master-Record
