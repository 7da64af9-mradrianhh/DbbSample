      *> the service charge into the single posted amount, so its
      *> contra splits in two: the principal against settlement and
      *> the fee against fee income, each on the side opposite the
      *> customer leg.  A payment to another bank, and the credit-
      *> back of one returned, settle through the clearing centre,
      *> so their own GL codes take the contra to the clearing
      *> settlement line instead.  Interest credited when an account
      *> is closed out is interest expense, as at year end.
           Move Gl-Account-Number To Jrnl-Account-Number
           Move Gl-Code To Jrnl-Gl-Code
           Move Gl-Debit-Credit-Ind To Jrnl-Debit-Credit-Ind
           Move 'GLFEED' To Jrnl-Source
           Perform Write-Journal-Detail

           Evaluate True
           When Gl-Transaction-Type = 2
             Perform Split-Type-2-Contra
           When Gl-Code = 'BSU05' Or 'BSU05R' Or 'CHK05' Or 'CHK05R'
             Move 0 To Jrnl-Account-Number
             Move 'CLRSET' To Jrnl-Gl-Code
             Perform Flip-Debit-Credit
             Move Gl-Amount To Jrnl-Amount
             Perform Write-Journal-Detail
           When Gl-Code = 'BSUINT' Or 'BSUINR' Or 'CHKINT' Or 'CHKINR'
             Move 0 To Jrnl-Account-Number
             Move 'INTEXP' To Jrnl-Gl-Code
             Perform Flip-Debit-Credit
             Move Gl-Amount To Jrnl-Amount
             Perform Write-Journal-Detail
           When Other
             Move 0 To Jrnl-Account-Number
             Move 'SETTLE' To Jrnl-Gl-Code
             Perform Flip-Debit-Credit
             Move Gl-Amount To Jrnl-Amount
             Perform Write-Journal-Detail
           End-Evaluate

           Exit.

