           Select Maint-Error-File Assign To 'MNTERR'
               Organization Is Sequential.

      *> Changes waiting for a second user's approval, shared with
      *> Amtcmnt and reported by Amtpend.  Created empty on the first
      *> run (status 35).
           Select Pending-File Assign To 'PENDMNT'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Pend-Key
               File Status Is Ws-Pending-File-Status.

      *> Payout instructions for accounts to be closed out, worked
      *> by Amtclose.  Created empty on the first run (status 35).
           Select Close-Instr-File Assign To 'CLOSEINS'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Clo-Account-Number
               File Status Is Ws-Close-File-Status.

      *> Customer identity for the Bsu eligibility rules.  Both
      *> masters are only created on Amtcmnt's first run, so File
      *> Status lets 0000-Init treat a missing file (status 35) as
      *> an empty one - a Bsu open then fails for want of a customer
      *> instead of abending.
           Select Link-Master-File Assign To 'ACCTLINK'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Linkm-Account-Number
               File Status Is Ws-Link-Master-Status.

           Select Cust-Master-File Assign To 'CUSTMSTR'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Custm-Number
               File Status Is Ws-Cust-Master-Status.

      *> Effective-dated run parameters, for the Bsu age limit.
      *> File Status lets the load fall back to the compiled default
      *> when no parameter file is supplied (status 35).
           Select Param-File Assign To 'PARMIN'
               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

       Data Division.

       File Section.
                  By ==Mf-Change-Status==
                     ==Maint-Change-Hold==
                  By ==Mf-Change-Hold==
                     ==Maint-Reactivate-Account==
                  By ==Mf-Reactivate-Account==
                     ==Maint-Approve-Change==
                  By ==Mf-Approve-Change==
                     ==Maint-Account-Number==
                  By ==Mf-Account-Number==
                     ==Maint-Account-Type==
                     ==Maint-New-Status==
                  By ==Mf-New-Status==
                     ==Maint-Held-Amount==
                  By ==Mf-Held-Amount==
                     ==Maint-Customer-Number==
                  By ==Mf-Customer-Number==
                     ==Maint-Reason-Code==
                  By ==Mf-Reason-Code==
                     ==Maint-Reason-Valid==
                  By ==Mf-Reason-Valid==
                     ==Maint-User-Id==
                  By ==Mf-User-Id==
                     ==Maint-Approved-Function==
                  By ==Mf-Approved-Function==
                     ==Maint-Name-Payout==
                  By ==Mf-Name-Payout==
                     ==Maint-Payout-Account==
                  By ==Mf-Payout-Account==.

       FD  Acct-Master-File.
       Copy Account
                  By ==Acct-Master-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Acct-Master-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Acct-Master-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Acct-Master-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Acct-Master-Held-Amount==.

      *> before and after master images so any maintenance action can
      *> be reconstructed or reversed by hand.  The before image is
      *> spaces on an open; the after image is spaces on a close.
      *> The reason code is only carried on a reactivation, the
      *> approver only on a change applied on approval.
       FD  Audit-File.
       Copy Mntaud.

       FD  Maint-Error-File.
       01  Maint-Error-Record.
           05  Maint-Error-Reason-Code      Pic X(4).
           05  Maint-Error-Reason-Text      Pic X(30).
           05  Maint-Error-Trans-Data       Pic X(84).

       FD  Pending-File.
       Copy Pendmnt.

       FD  Close-Instr-File.
       Copy Closins.

       FD  Link-Master-File.
       Copy Acctlink
           Replacing ==Account-Link==
                  By ==Link-Master-Record==
                     ==Link-Account-Number==
                  By ==Linkm-Account-Number==
                     ==Link-Customer-Number==
                  By ==Linkm-Customer-Number==.

       FD  Cust-Master-File.
       Copy Customer
           Replacing ==Customer-Record==
                  By ==Cust-Master-Record==
                     ==Customer-Number==
                  By ==Custm-Number==
                     ==Customer-National-Id==
                  By ==Custm-National-Id==
                     ==Customer-Name==
                  By ==Custm-Name==
                     ==Customer-Address-1==
                  By ==Custm-Address-1==
                     ==Customer-Address-2==
                  By ==Custm-Address-2==
                     ==Customer-Postal-Code==
                  By ==Custm-Postal-Code==
                     ==Customer-City==
                  By ==Custm-City==
                     ==Customer-Mobile-Number==
                  By ==Custm-Mobile-Number==
                     ==Customer-Email-Address==
                  By ==Custm-Email-Address==
                     ==Customer-Alert-Channel==
                  By ==Custm-Alert-Channel==
                     ==Customer-Channel-Valid==
                  By ==Custm-Channel-Valid==
                     ==Customer-Alert-By-Sms==
                  By ==Custm-Alert-By-Sms==
                     ==Customer-Alert-By-Email==
                  By ==Custm-Alert-By-Email==
                     ==Customer-Opt-Low-Balance==
                  By ==Custm-Opt-Low-Balance==
                     ==Customer-Wants-Low-Balance==
                  By ==Custm-Wants-Low-Balance==
                     ==Customer-Opt-Bsu-Limit==
                  By ==Custm-Opt-Bsu-Limit==
                     ==Customer-Wants-Bsu-Limit==
                  By ==Custm-Wants-Bsu-Limit==
                     ==Customer-Opt-Account-Change==
                  By ==Custm-Opt-Account-Change==
                     ==Customer-Wants-Account-Change==
                  By ==Custm-Wants-Account-Change==
                     ==Customer-Opt-Rejected-Funds==
                  By ==Custm-Opt-Rejected-Funds==
                     ==Customer-Wants-Rejected-Funds==
                  By ==Custm-Wants-Rejected-Funds==
                     ==Customer-Low-Balance-Limit==
                  By ==Custm-Low-Balance-Limit==.

       FD  Param-File.
       Copy Params.

       Working-Storage Section.

             88 Record-In-Error            Value 'Y'.
          05 Ws-Account-Found-Flag Pic X Value 'N'.
             88 Account-Was-Found          Value 'Y'.
          05 Ws-Link-Present-Flag  Pic X Value 'N'.
             88 Link-File-Present          Value 'Y'.
          05 Ws-Cust-Present-Flag  Pic X Value 'N'.
             88 Cust-File-Present          Value 'Y'.
          05 Ws-Link-Sweep-Flag    Pic X Value 'N'.
             88 Link-Sweep-Done            Value 'Y'.
          05 Ws-Other-Bsu-Flag     Pic X Value 'N'.
             88 Customer-Has-Other-Bsu     Value 'Y'.
          05 Ws-Param-Eof-Flag     Pic X Value 'N'.
             88 Param-Eof                  Value 'Y'.
          05 Ws-Pending-Found-Flag Pic X Value 'N'.
             88 Pending-Was-Found          Value 'Y'.
          05 Ws-Held-Flag          Pic X Value 'N'.
             88 Change-Held                Value 'Y'.
          05 Ws-Approving-Flag     Pic X Value 'N'.
             88 Applying-Approval          Value 'Y'.
          05 Ws-Instr-Found-Flag   Pic X Value 'N'.
             88 Instruction-Was-Found      Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Link-Master-Status Pic XX.
          05 Ws-Cust-Master-Status Pic XX.
          05 Ws-Param-File-Status  Pic XX.
          05 Ws-Pending-File-Status Pic XX.
          05 Ws-Close-File-Status  Pic XX.

       01 Ws-Counters.
          05 Ws-Record-Count       Pic 9(9) Value 0.
          05 Ws-Applied-Count      Pic 9(9) Value 0.
          05 Ws-Held-Count         Pic 9(9) Value 0.
          05 Ws-Approved-Count     Pic 9(9) Value 0.
          05 Ws-Error-Count        Pic 9(9) Value 0.

      *> Bsu age limit - the Value clause is only the fall-back
      *> default; Load-Parameters replaces it with the PARMIN record
      *> in effect on the business date.  Bsu saving is open up to
      *> and including the year of the customer's 33rd birthday.
       01 Ws-Bsu-Age-Limit         Pic 9(3) Value 33.

      *> Days a held change may wait for its approval - the same
      *> fall-back default and PARMIN override as the age limit.
       01 Ws-Pending-Expiry-Days   Pic 9(3) Value 5.

      *> The approval record in hand, kept while the held change it
      *> approves is laid over Maint-Transaction and applied.
       01 Ws-Approval-Work.
          05 Ws-Approval-Transaction Pic X(84).
          05 Ws-Approver-Id          Pic X(8).
          05 Ws-Approval-Overdraft   Pic S9(11)V99.
          05 Ws-Approval-Status      Pic X(1).
          05 Ws-Approval-Held        Pic S9(11)V99.
          05 Ws-Pending-Age-Days     Pic 9(7).

      *> The account being maintained, kept while the master record
      *> buffer is reused to read the payout account it names.
       01 Ws-Saved-Master          Pic X(87).

       01 Ws-Param-Work.
          05 Ws-Business-Date       Pic 9(8) Value 0.
          05 Ws-Business-Digits Redefines Ws-Business-Date.
             10 Ws-Business-Year    Pic 9(4).
             10 Filler              Pic 9(4).
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

      *> The customer a Bsu is being opened or converted for, and
      *> the account itself - kept apart from the master record
      *> buffer, which the one-Bsu sweep reuses for every other
      *> account the customer owns.
       01 Ws-Bsu-Check.
          05 Ws-Bsu-Customer-Number Pic 9(9) Value 0.
          05 Ws-Bsu-Account-Number  Pic 9(11) Value 0.

       01 Ws-Bsuage-Pgm            Pic X(8) Value 'AMTBSUAG'.

       Copy Bsuage.

      *> Envelope validation state.  The proving pass runs before
      *> any file is opened for output; a maintenance file that
      *> fails it is quarantined whole - no change touches the
      *> for the maintenance pass.
           Move 'N' To Ws-Eof-Flag

           Perform Load-Parameters

           Open Input Maint-File
           Open I-O Acct-Master-File
           Open Output Audit-File
           Open Output Maint-Error-File

      *> Status 35 means the pending file does not exist yet - the
      *> very first run creates it empty, then reopens it I-O.
           Open I-O Pending-File
           If Ws-Pending-File-Status = '35'
             Open Output Pending-File
             Close Pending-File
             Open I-O Pending-File
           End-If

           Open I-O Close-Instr-File
           If Ws-Close-File-Status = '35'
             Open Output Close-Instr-File
             Close Close-Instr-File
             Open I-O Close-Instr-File
           End-If

           Open Input Link-Master-File
           If Ws-Link-Master-Status Not = '35'
             Set Link-File-Present To True
           End-If

           Open Input Cust-Master-File
           If Ws-Cust-Master-Status Not = '35'
             Set Cust-File-Present To True
           End-If

           Exit.

       1000-Main Section.
             When Other
               Add 1 To Ws-Record-Count
               Perform Apply-Maintenance
               Evaluate True
               When Record-In-Error
                 Add 1 To Ws-Error-Count
               When Change-Held
                 Add 1 To Ws-Held-Count
               When Maint-Approve-Change
                 Add 1 To Ws-Approved-Count
               When Other
                 Add 1 To Ws-Applied-Count
               End-Evaluate
             End-Evaluate
             Perform Read-Maint-Record
           End-Perform
           Close Acct-Master-File
           Close Audit-File
           Close Maint-Error-File
           Close Pending-File
           Close Close-Instr-File
           If Link-File-Present
             Close Link-Master-File
           End-If
           If Cust-File-Present
             Close Cust-Master-File
           End-If

           Display '==========================================='
           Display ' AMTMAINT - MASTER MAINTENANCE SUMMARY'
           Display '==========================================='
           Display ' MAINTENANCE RECORDS READ . : ' Ws-Record-Count
           Display ' CHANGES APPLIED. . . . . . : ' Ws-Applied-Count
           Display ' HELD FOR APPROVAL. . . . . : ' Ws-Held-Count
           Display ' APPROVED AND APPLIED . . . : ' Ws-Approved-Count
           Display ' RECORDS IN ERROR . . . . . : ' Ws-Error-Count
           Display '==========================================='

       Apply-Maintenance Section.

           Move 'N' To Ws-Error-Flag
           Move 'N' To Ws-Held-Flag

           If Maint-Account-Number Not Numeric
             Move 'M002' To Maint-Error-Reason-Code
               Perform Change-Account-Status
             When Maint-Change-Hold
               Perform Change-Held-Amount
             When Maint-Reactivate-Account
               Perform Reactivate-Account
             When Maint-Approve-Change
               Perform Approve-Pending-Change
             When Maint-Name-Payout
               Perform Name-Payout-Account
             When Other
               Move 'M001' To Maint-Error-Reason-Code
               Move 'UNKNOWN FUNCTION CODE'

       Open-Account Section.

      *> An account always opens with no overdraft.  Granting one is
      *> an '04' raise, which waits for a second user's approval -
      *> an overdraft keyed on the open would bypass that, so the
      *> keyed limit is only edited here, never applied.
           Evaluate True
           When Account-Was-Found
             Move 'M003' To Maint-Error-Reason-Code
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Other
             If Maint-Account-Type = 'sparbsu'
               Move Maint-Customer-Number To Ws-Bsu-Customer-Number
               Move Maint-Account-Number To Ws-Bsu-Account-Number
               Perform Check-Bsu-Eligibility
             End-If
             If Not Record-In-Error
               Move Spaces To Audit-Before-Image
               Initialize Acct-Master-Record
               Move Maint-Account-Number To Acct-Master-Number
               Move Maint-Account-Type To Acct-Master-Type
               Move 0 To Acct-Master-Overdraft
               Move 'O' To Acct-Master-Status
               Write Acct-Master-Record
                 Invalid Key
                   Display 'MASTER WRITE FAILED, ACCOUNT: '
                       Acct-Master-Number
               End-Write
               Move Acct-Master-Record To Audit-After-Image
               Perform Write-Audit
             End-If
           End-Evaluate

           Exit.
      *> the reconciliation - and a later change back would
      *> resurrect a stale year-to-date figure.  Like closing, the
      *> Bsu side has to be emptied through the posting run and
      *> rolled over first.  Taking an account into 'sparbsu' is a
      *> Bsu opening in all but name, so an account already linked
      *> to its customer has to pass the same eligibility rules as
      *> an open; an unlinked one is checked when the link is made.
      *> Moving a Bsu out of 'sparbsu' is how the branch converts an
      *> account the age block has stopped, so the block goes with
      *> it.
           Evaluate True
           When Not Account-Was-Found
             Move 'M004' To Maint-Error-Reason-Code
             Move 'BSU YTD NOT ZERO' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Other
             If Maint-Account-Type = 'sparbsu'
               And Acct-Master-Type Not = 'sparbsu'
               And Link-File-Present
               Move Maint-Account-Number To Linkm-Account-Number
               Read Link-Master-File
                 Invalid Key
                   Continue
                 Not Invalid Key
                   Move Linkm-Customer-Number
                       To Ws-Bsu-Customer-Number
                   Move Maint-Account-Number
                       To Ws-Bsu-Account-Number
                   Perform Check-Bsu-Eligibility
      *> The one-Bsu sweep reads the customer's other accounts into
      *> the master buffer - fetch this one back before the change.
                   Perform Fetch-Account
               End-Read
             End-If
             If Not Record-In-Error
               Move Acct-Master-Record To Audit-Before-Image
               If Acct-Master-Bsu-Age-Blocked
                 And Maint-Account-Type Not = 'sparbsu'
                 Move 'O' To Acct-Master-Status
               End-If
               Move Maint-Account-Type To Acct-Master-Type
               Rewrite Acct-Master-Record
               Move Acct-Master-Record To Audit-After-Image
               Perform Write-Audit
             End-If
           End-Evaluate

           Exit.
             Move 'OVERDRAFT LIMIT NOT NUMERIC'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Maint-Overdraft-Limit > Acct-Master-Overdraft
               And Not Applying-Approval
             Perform Hold-For-Approval
           When Other
             Move Acct-Master-Record To Audit-Before-Image
             Move Maint-Overdraft-Limit To Acct-Master-Overdraft

      *> Status changes are the controlled path for legal holds and
      *> fraud blocks - the posting run enforces them, so only the
      *> defined set of statuses may land on the master.  Dormancy
      *> is not among them: Amtdorm alone sets it, and only the
      *> reactivate function, with its reason code, lifts it.
      *> Lifting a freeze or a debit block lets money leave the
      *> account again, so that change waits for a second user's
      *> approval; putting one on applies at once.  The Bsu age
      *> block is not among them either: Amtyrend alone sets it,
      *> and an account leaves it only by being converted to
      *> brukskonto, never by a status change.
           Evaluate True
           When Not Account-Was-Found
             Move 'M004' To Maint-Error-Reason-Code
             Move 'ACCOUNT NOT FOUND' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Acct-Master-Is-Dormant
             Move 'M019' To Maint-Error-Reason-Code
             Move 'ACCOUNT DORMANT' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Acct-Master-Bsu-Age-Blocked
             Move 'M034' To Maint-Error-Reason-Code
             Move 'BSU AGE BLOCKED - CONVERT ACCT'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Maint-New-Status Not = 'O'
               And Maint-New-Status Not = 'F'
               And Maint-New-Status Not = 'D'
             Move 'M011' To Maint-Error-Reason-Code
             Move 'BAD ACCOUNT STATUS' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When (Acct-Master-Is-Frozen Or Acct-Master-Debit-Blocked)
               And Maint-New-Status Not = Acct-Master-Status
               And Not Applying-Approval
             Perform Hold-For-Approval
           When Other
             Move Acct-Master-Record To Audit-Before-Image
             Move Maint-New-Status To Acct-Master-Status

      *> The held amount stays part of the balance but is fenced off
      *> from the funds-sufficiency checks in the posting run.  A
      *> zero held amount lifts the hold.  Releasing any part of a
      *> hold waits for a second user's approval; placing or raising
      *> one applies at once.
           Evaluate True
           When Not Account-Was-Found
             Move 'M004' To Maint-Error-Reason-Code
             Move 'HELD AMOUNT NEGATIVE'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Maint-Held-Amount < Acct-Master-Held-Amount
               And Not Applying-Approval
             Perform Hold-For-Approval
           When Other
             Move Acct-Master-Record To Audit-Before-Image
             Move Maint-Held-Amount To Acct-Master-Held-Amount

           Exit.

       Reactivate-Account Section.

      *> Bringing a dormant account back into use is exactly what an
      *> insider would do before emptying it, so it must say why:
      *>   CUST - the customer has been in contact with the bank
      *>   IDVR - the customer's identity was re-verified in branch
      *>   HEIR - the estate or an heir has claimed the account
      *>   ERRD - the account was made dormant in error
      *> The reason rides on the audit record with the before and
      *> after images.  Amtdorm sees the account open again on its
      *> next run and restarts the inactivity clock from there.
           Evaluate True
           When Not Account-Was-Found
             Move 'M004' To Maint-Error-Reason-Code
             Move 'ACCOUNT NOT FOUND' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Not Acct-Master-Is-Dormant
             Move 'M020' To Maint-Error-Reason-Code
             Move 'ACCOUNT NOT DORMANT' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Not Maint-Reason-Valid
             Move 'M021' To Maint-Error-Reason-Code
             Move 'REACTIVATION REASON INVALID'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Other
             Move Acct-Master-Record To Audit-Before-Image
             Move 'O' To Acct-Master-Status
             Rewrite Acct-Master-Record
             Move Acct-Master-Record To Audit-After-Image
             Perform Write-Audit
           End-Evaluate

           Exit.

       Name-Payout-Account Section.

      *> Records where the money goes when the account is closed
      *> out.  The payout account must be a brukskonto that can take
      *> a deposit today - a Bsu would run into the deposit caps.
      *> The instruction can be changed, or withdrawn with a zero
      *> payout account, until Amtclose has sent the settlement;
      *> after a failed settlement re-keying it is what retries.
      *> The master itself does not change, so the audit record
      *> carries the same image before and after.
           Move 'N' To Ws-Instr-Found-Flag
           If Account-Was-Found
             Move Maint-Account-Number To Clo-Account-Number
             Read Close-Instr-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Set Instruction-Was-Found To True
             End-Read
           End-If

           Evaluate True
           When Not Account-Was-Found
             Move 'M004' To Maint-Error-Reason-Code
             Move 'ACCOUNT NOT FOUND' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Maint-Payout-Account Not Numeric
               Or Maint-Payout-Account = Maint-Account-Number
             Move 'M029' To Maint-Error-Reason-Code
             Move 'PAYOUT ACCOUNT INVALID'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Instruction-Was-Found
               And (Clo-Settlement-Sent Or Clo-Close-Sent)
             Move 'M032' To Maint-Error-Reason-Code
             Move 'CLOSE-OUT ALREADY UNDER WAY'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Maint-Payout-Account = 0
               And Not Instruction-Was-Found
             Move 'M033' To Maint-Error-Reason-Code
             Move 'NO PAYOUT ACCOUNT NAMED'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Maint-Payout-Account = 0
             Delete Close-Instr-File
               Invalid Key
                 Display 'CLOSE-OUT DELETE FAILED, ACCOUNT: '
                     Clo-Account-Number
             End-Delete
             Move Acct-Master-Record To Audit-Before-Image
             Move Acct-Master-Record To Audit-After-Image
             Perform Write-Audit
           When Other
             Perform Check-Payout-Account
           End-Evaluate

           If Not Record-In-Error
             And Maint-Payout-Account Not = 0
             If Not Instruction-Was-Found
               Move Maint-Account-Number To Clo-Account-Number
               Move 0 To Clo-Interest-To-Date
             End-If
             Move Maint-Payout-Account To Clo-Payout-Account
             Move Maint-User-Id To Clo-Keyed-By
             Move Ws-Business-Date To Clo-Keyed-Date
             Move 'N' To Clo-Stage
             Move Ws-Business-Date To Clo-Stage-Date
             Move 0 To Clo-Interest-Amount
             Move 0 To Clo-Transfer-Amount
             Move 0 To Clo-Settle-Sequence
             Move 0 To Clo-Interest-Rate
             Move 0 To Clo-Interest-Days
             If Instruction-Was-Found
               Rewrite Close-Instruction
             Else
               Write Close-Instruction
                 Invalid Key
                   Display 'CLOSE-OUT WRITE FAILED, ACCOUNT: '
                       Clo-Account-Number
               End-Write
             End-If
             Move Acct-Master-Record To Audit-Before-Image
             Move Acct-Master-Record To Audit-After-Image
             Perform Write-Audit
           End-If

           Exit.

       Check-Payout-Account Section.

      *> Reads the payout account into the master buffer, then puts
      *> the account being maintained back.
           Move Acct-Master-Record To Ws-Saved-Master
           Move Maint-Payout-Account To Acct-Master-Number
           Read Acct-Master-File
             Invalid Key
               Move 'M030' To Maint-Error-Reason-Code
               Move 'PAYOUT ACCOUNT NOT FOUND'
                   To Maint-Error-Reason-Text
               Perform Write-Maint-Error
             Not Invalid Key
               If Acct-Master-Type Not = 'brukskonto'
                 Or Acct-Master-Is-Frozen
                 Or Acct-Master-Close-Pending
                 Move 'M031' To Maint-Error-Reason-Code
                 Move 'PAYOUT ACCOUNT CANNOT RECEIVE'
                     To Maint-Error-Reason-Text
                 Perform Write-Maint-Error
               End-If
           End-Read
           Move Ws-Saved-Master To Acct-Master-Record

           Exit.

       Check-Bsu-Eligibility Section.

      *> A Bsu may only be held by a customer who has not passed the
      *> Bsu age limit in the current year, and only one Bsu per
      *> customer - the tax deduction is per person, so a second
      *> account would double the annual cap.  The age comes from
      *> the fodselsnummer on the customer master.
           Evaluate True
           When Ws-Bsu-Customer-Number Not Numeric
               Or Ws-Bsu-Customer-Number = 0
             Move 'M014' To Maint-Error-Reason-Code
             Move 'CUSTOMER NUMBER INVALID'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Not Cust-File-Present
             Move 'M015' To Maint-Error-Reason-Code
             Move 'CUSTOMER NOT FOUND' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Other
             Move Ws-Bsu-Customer-Number To Custm-Number
             Read Cust-Master-File
               Invalid Key
                 Move 'M015' To Maint-Error-Reason-Code
                 Move 'CUSTOMER NOT FOUND'
                     To Maint-Error-Reason-Text
                 Perform Write-Maint-Error
             End-Read
           End-Evaluate

           If Not Record-In-Error
             Move Custm-National-Id To Bsuag-National-Id
             Move Ws-Business-Year To Bsuag-Check-Year
             Move Ws-Bsu-Age-Limit To Bsuag-Age-Limit
             Call Ws-Bsuage-Pgm Using Bsu-Age-Request
             Evaluate True
             When Bsuag-Id-Invalid
               Move 'M016' To Maint-Error-Reason-Code
               Move 'NATIONAL ID NOT VALID'
                   To Maint-Error-Reason-Text
               Perform Write-Maint-Error
             When Bsuag-Over-Limit
               Move 'M017' To Maint-Error-Reason-Code
               Move 'BSU AGE LIMIT PASSED'
                   To Maint-Error-Reason-Text
               Perform Write-Maint-Error
             When Other
               Continue
             End-Evaluate
           End-If

           If Not Record-In-Error
             Perform Sweep-Links-For-Bsu
             If Customer-Has-Other-Bsu
               Move 'M018' To Maint-Error-Reason-Code
               Move 'CUSTOMER ALREADY HAS BSU'
                   To Maint-Error-Reason-Text
               Perform Write-Maint-Error
             End-If
           End-If

           Exit.

       Sweep-Links-For-Bsu Section.

      *> The link master is keyed by account, so finding a customer's
      *> other accounts takes a full sequential sweep, with one read
      *> on the account master per link found.  Bsu openings are
      *> rare hand-keyed events, so the cost is acceptable for the
      *> rule it enforces.
           Set Ws-Other-Bsu-Flag To 'N'
           Set Ws-Link-Sweep-Flag To 'N'

           If Not Link-File-Present
             Set Link-Sweep-Done To True
           Else
             Move 0 To Linkm-Account-Number
             Start Link-Master-File
                 Key Not < Linkm-Account-Number
               Invalid Key
                 Set Link-Sweep-Done To True
             End-Start
           End-If

           Perform Until Link-Sweep-Done
             Read Link-Master-File Next
               At End
                 Set Link-Sweep-Done To True
               Not At End
                 If Linkm-Customer-Number = Ws-Bsu-Customer-Number
                   And Linkm-Account-Number Not = Ws-Bsu-Account-Number
                   Move Linkm-Account-Number To Acct-Master-Number
                   Read Acct-Master-File
                     Invalid Key
                       Continue
                     Not Invalid Key
                       If Acct-Master-Type = 'sparbsu'
                         Set Customer-Has-Other-Bsu To True
                         Set Link-Sweep-Done To True
                       End-If
                   End-Read
                 End-If
             End-Read
           End-Perform

           Exit.

       Hold-For-Approval Section.

      *> The change has passed every edit but is not applied: it is
      *> held on the pending file under the user who keyed it, for a
      *> different user to approve on a later run.  An item already
      *> resolved under the same key is replaced; one still waiting
      *> has to be approved or expire first.
           Move 'A' To Pend-Source
           Move Maint-Account-Number To Pend-Subject-Number
           Move Maint-Function-Code To Pend-Function-Code
           Perform Fetch-Pending

           Evaluate True
           When Maint-User-Id = Spaces
             Move 'M022' To Maint-Error-Reason-Code
             Move 'USER ID MISSING' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Pending-Was-Found
               And Pend-Is-Pending
             Move 'M028' To Maint-Error-Reason-Code
             Move 'CHANGE ALREADY PENDING'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Other
             Move 'A' To Pend-Source
             Move Maint-Account-Number To Pend-Subject-Number
             Move Maint-Function-Code To Pend-Function-Code
             Move 'P' To Pend-Status
             Move Maint-User-Id To Pend-Keyed-By
             Move Ws-Business-Date To Pend-Keyed-Date
             Move Spaces To Pend-Approved-By
             Move 0 To Pend-Resolved-Date
             Move Spaces To Pend-Transaction
             Move Maint-Transaction To Pend-Transaction
             If Pending-Was-Found
               Rewrite Pending-Record
             Else
               Write Pending-Record
                 Invalid Key
                   Display 'PENDING WRITE FAILED, ACCOUNT: '
                       Maint-Account-Number
               End-Write
             End-If
             Set Change-Held To True
           End-Evaluate

           Exit.

       Approve-Pending-Change Section.

      *> Applies a held change once a different user approves it on
      *> a later run, within the expiry period.  The approval names
      *> the function approved and repeats the value, which has to
      *> match what was keyed - the approver signs off the figure,
      *> not just the account.  The held record is then laid over
      *> Maint-Transaction and run through the same section as when
      *> it was keyed, re-checked against the master as it stands
      *> tonight; the approval record is put back afterwards.
           Move Maint-Transaction To Ws-Approval-Transaction
           Move Maint-User-Id To Ws-Approver-Id
           Move Maint-Overdraft-Limit To Ws-Approval-Overdraft
           Move Maint-New-Status To Ws-Approval-Status
           Move Maint-Held-Amount To Ws-Approval-Held

           Move 'A' To Pend-Source
           Move Maint-Account-Number To Pend-Subject-Number
           Move Maint-Approved-Function To Pend-Function-Code
           Perform Fetch-Pending
           Move 0 To Ws-Pending-Age-Days
           If Pending-Was-Found
             Compute Ws-Pending-Age-Days =
                 Function Integer-Of-Date(Ws-Business-Date)
               - Function Integer-Of-Date(Pend-Keyed-Date)
           End-If

           Evaluate True
           When Maint-User-Id = Spaces
             Move 'M022' To Maint-Error-Reason-Code
             Move 'USER ID MISSING' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Not Pending-Was-Found
               Or Not Pend-Is-Pending
             Move 'M023' To Maint-Error-Reason-Code
             Move 'NO CHANGE PENDING' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Pend-Keyed-By = Maint-User-Id
             Move 'M024' To Maint-Error-Reason-Code
             Move 'APPROVER KEYED THE CHANGE'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Pend-Keyed-Date >= Ws-Business-Date
             Move 'M025' To Maint-Error-Reason-Code
             Move 'APPROVAL ON SAME RUN' To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Ws-Pending-Age-Days > Ws-Pending-Expiry-Days
             Move 'M026' To Maint-Error-Reason-Code
             Move 'PENDING CHANGE EXPIRED'
                 To Maint-Error-Reason-Text
             Perform Write-Maint-Error
           When Other
             Move Pend-Transaction To Maint-Transaction
             Evaluate True
             When Maint-Change-Overdraft
                 And Maint-Overdraft-Limit = Ws-Approval-Overdraft
               Set Applying-Approval To True
               Perform Change-Overdraft-Limit
             When Maint-Change-Status
                 And Maint-New-Status = Ws-Approval-Status
               Set Applying-Approval To True
               Perform Change-Account-Status
             When Maint-Change-Hold
                 And Maint-Held-Amount = Ws-Approval-Held
               Set Applying-Approval To True
               Perform Change-Held-Amount
             When Other
               Move Ws-Approval-Transaction To Maint-Transaction
               Move 'M027' To Maint-Error-Reason-Code
               Move 'APPROVAL DOES NOT MATCH'
                   To Maint-Error-Reason-Text
               Perform Write-Maint-Error
             End-Evaluate
             If Applying-Approval
               And Not Record-In-Error
               Move 'A' To Pend-Status
               Move Ws-Approver-Id To Pend-Approved-By
               Move Ws-Business-Date To Pend-Resolved-Date
               Rewrite Pending-Record
             End-If
             Move 'N' To Ws-Approving-Flag
             Move Ws-Approval-Transaction To Maint-Transaction
           End-Evaluate

           Exit.

       Fetch-Pending Section.

      *> Pend-Key is set by the caller.
           Set Ws-Pending-Found-Flag To 'N'
           Read Pending-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Pending-Was-Found To True
           End-Read

           Exit.

       Load-Parameters Section.

      *> The file carries one record per effective date, in any
      *> order; the record with the latest effective date on or
      *> before the business date wins.  No file, or no record yet
      *> in effect, leaves the compiled default standing.
           Move Function Current-Date(1:8) To Ws-Business-Date
           Open Input Param-File
           If Ws-Param-File-Status Not = '35'
             Perform Read-Param-Record
             Perform Until Param-Eof
               If Param-Effective-Date <= Ws-Business-Date
                 And Param-Effective-Date >= Ws-Best-Effective-Date
                 Move Param-Effective-Date
                     To Ws-Best-Effective-Date
                 Move Param-Bsu-Age-Limit To Ws-Bsu-Age-Limit
                 Move Param-Pending-Expiry-Days
                     To Ws-Pending-Expiry-Days
               End-If
               Perform Read-Param-Record
             End-Perform
             Close Param-File
           End-If

           Exit.

       Read-Param-Record Section.

           Read Param-File
             At End
               Set Param-Eof To True
           End-Read

           Exit.

       Write-Audit Section.

           Move Maint-Function-Code To Audit-Function-Code
           Move Maint-Account-Number To Audit-Account-Number
           Move Function Current-Date(1:8) To Audit-Date
           Move Maint-Reason-Code To Audit-Reason-Code
           Move Maint-User-Id To Audit-Keyed-By
           If Applying-Approval
             Move Ws-Approver-Id To Audit-Approved-By
           Else
             Move Spaces To Audit-Approved-By
           End-If
           Write Maint-Audit-Record

           Exit.

       Write-Maint-Error Section.

      *> A held change that fails its re-edit is refused on the
      *> approval keyed tonight, so that is the record the error
      *> shows - not the held one laid over it for the re-edit.
           If Applying-Approval
             Move Ws-Approval-Transaction To Maint-Error-Trans-Data
           Else
             Move Maint-Transaction To Maint-Error-Trans-Data
           End-If
           Write Maint-Error-Record
           Set Record-In-Error To True

