                  By ==Acct-Master-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Acct-Master-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Acct-Master-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Acct-Master-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Acct-Master-Held-Amount==.

          05 Ws-Reject-Debit-Blocked Pic 9(9) Value 0.
          05 Ws-Reject-Funds-Held    Pic 9(9) Value 0.
          05 Ws-Reject-Closing       Pic 9(9) Value 0.
          05 Ws-Reject-Bsu-Age       Pic 9(9) Value 0.
          05 Ws-Reject-No-Pay-Order  Pic 9(9) Value 0.
          05 Ws-Reject-Dormant       Pic 9(9) Value 0.
          05 Ws-Reject-Other         Pic 9(9) Value 0.

       01 Ws-Acct-Totals.
          05 Ws-Gl-Posted-Type-2     Pic 9(9) Value 0.
          05 Ws-Gl-Posted-Type-3     Pic 9(9) Value 0.
          05 Ws-Gl-Posted-Type-4     Pic 9(9) Value 0.
          05 Ws-Gl-Posted-Type-5     Pic 9(9) Value 0.
          05 Ws-Gl-Posted-Type-6     Pic 9(9) Value 0.
          05 Ws-Gl-Total-Credited    Pic S9(11)V99 Value 0.
          05 Ws-Gl-Total-Debited     Pic S9(11)V99 Value 0.

               Add 1 To Ws-Reject-Funds-Held
             When Reject-Account-Closing
               Add 1 To Ws-Reject-Closing
             When Reject-Bsu-Age-Limit
               Add 1 To Ws-Reject-Bsu-Age
             When Reject-No-Payment-Order
               Add 1 To Ws-Reject-No-Pay-Order
             When Reject-Account-Dormant
               Add 1 To Ws-Reject-Dormant
             When Other
               Add 1 To Ws-Reject-Other
             End-Evaluate
               Add 1 To Ws-Gl-Posted-Type-3
             When 4
               Add 1 To Ws-Gl-Posted-Type-4
             When 5
               Add 1 To Ws-Gl-Posted-Type-5
             When 6
               Add 1 To Ws-Gl-Posted-Type-6
             End-Evaluate

             If Gl-Is-Credit
               Ws-Gl-Posted-Type-3
           Display '   TYPE 4 (TRANSFER LEGS) . : '
               Ws-Gl-Posted-Type-4
           Display '   TYPE 5 (PAYMENT OUT) . . : '
               Ws-Gl-Posted-Type-5
           Display '   TYPE 6 (CLOSE INTEREST). : '
               Ws-Gl-Posted-Type-6
           Display ' TOTAL CREDITED . . . . . . : '
               Ws-Gl-Total-Credited
           Display ' TOTAL DEBITED. . . . . . . : '
               Ws-Reject-Funds-Held
           Display '   R012 ACCOUNT CLOSING . . : '
               Ws-Reject-Closing
           Display '   R013 BSU AGE LIMIT . . . : '
               Ws-Reject-Bsu-Age
           Display '   R014 NO PAYMENT ORDER. . : '
               Ws-Reject-No-Pay-Order
           Display '   R015 ACCOUNT DORMANT . . : '
               Ws-Reject-Dormant
           Display '   OTHER. . . . . . . . . . : ' Ws-Reject-Other
           Display ' PARAMS EFFECTIVE DATE. . . : '
               Ws-Param-Effective-Date
