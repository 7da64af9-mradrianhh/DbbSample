       01 Ws-Seq-Base            Pic 9(9) Value 900000000.
       01 Ws-Next-Sequence       Pic 9(9) Value 0.

       Copy Seqrng.

       01 Ws-Date-Work.
          05 Ws-Roll-Year        Pic 9(4).
          05 Ws-Roll-Month       Pic 9(2).
           Perform Read-Reject
           Perform Until Reject-Eof
             If Reject-Trans-Sequence-Number > Ws-Seq-Base
               And Reject-Trans-Sequence-Number
                   <= Seq-Standing-Order-Limit
               Move Reject-Trans-Sequence-Number To Srd-Seq
               Move Reject-Account-Number To Srd-Account
               Move Reject-Reason-Code To Srd-Reason
