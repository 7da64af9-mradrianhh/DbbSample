           Select Cust-Error-File Assign To 'CMNTERR'
               Organization Is Sequential.

      *> Changes waiting for a second user's approval, shared with
      *> Amtmaint and reported by Amtpend.  Created empty on the first
      *> run (status 35).
           Select Pending-File Assign To 'PENDMNT'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Pend-Key
               File Status Is Ws-Pending-File-Status.

      *> Account master, read only, so a link that makes a customer
      *> the owner of a Bsu can be held to the Bsu eligibility rules.
      *> File Status lets a missing master (status 35) read as an
      *> empty one.
           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Acct-Master-Number
               File Status Is Ws-Acct-Master-Status.

      *> Effective-dated run parameters, for the Bsu age limit.
      *> File Status lets the load fall back to the compiled default
      *> when no parameter file is supplied (status 35).
           Select Param-File Assign To 'PARMIN'
               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

       Data Division.

       File Section.
                  By ==Cmf-Link-Account==
                     ==Cmnt-Unlink-Account==
                  By ==Cmf-Unlink-Account==
                     ==Cmnt-Change-Contact==
                  By ==Cmf-Change-Contact==
                     ==Cmnt-Change-Alert-Prefs==
                  By ==Cmf-Change-Alert-Prefs==
                     ==Cmnt-Approve-Change==
                  By ==Cmf-Approve-Change==
                     ==Cmnt-Customer-Number==
                  By ==Cmf-Customer-Number==
                     ==Cmnt-Account-Number==
                     ==Cmnt-Postal-Code==
                  By ==Cmf-Postal-Code==
                     ==Cmnt-City==
                  By ==Cmf-City==
                     ==Cmnt-Mobile-Number==
                  By ==Cmf-Mobile-Number==
                     ==Cmnt-Email-Address==
                  By ==Cmf-Email-Address==
                     ==Cmnt-Alert-Channel==
                  By ==Cmf-Alert-Channel==
                     ==Cmnt-Channel-Valid==
                  By ==Cmf-Channel-Valid==
                     ==Cmnt-Channel-Uses-Sms==
                  By ==Cmf-Channel-Uses-Sms==
                     ==Cmnt-Channel-Uses-Email==
                  By ==Cmf-Channel-Uses-Email==
                     ==Cmnt-Opt-Ins==
                  By ==Cmf-Opt-Ins==
                     ==Cmnt-Opt-Low-Balance==
                  By ==Cmf-Opt-Low-Balance==
                     ==Cmnt-Opt-Bsu-Limit==
                  By ==Cmf-Opt-Bsu-Limit==
                     ==Cmnt-Opt-Account-Change==
                  By ==Cmf-Opt-Account-Change==
                     ==Cmnt-Opt-Rejected-Funds==
                  By ==Cmf-Opt-Rejected-Funds==
                     ==Cmnt-Low-Balance-Limit==
                  By ==Cmf-Low-Balance-Limit==
                     ==Cmnt-User-Id==
                  By ==Cmf-User-Id==
                     ==Cmnt-Approved-Function==
                  By ==Cmf-Approved-Function==.

       FD  Cust-Master-File.
       Copy Customer
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

       FD  Link-Master-File.
       Copy Acctlink
      *> before and after images so any maintenance action can be
      *> reconstructed or reversed by hand.  Customer functions carry
      *> master images; link functions carry link images, padded with
      *> spaces to the same width.  The approver is only carried on
      *> a change applied on approval.
       FD  Audit-File.
       01  Cust-Audit-Record.
           05  Audit-Function-Code          Pic X(2).
           05  Audit-Customer-Number        Pic 9(9).
           05  Audit-Account-Number         Pic 9(11).
           05  Audit-Date                   Pic 9(8).
           05  Audit-Before-Image           Pic X(215).
           05  Audit-After-Image            Pic X(215).
           05  Audit-Keyed-By               Pic X(8).
           05  Audit-Approved-By            Pic X(8).

       FD  Cust-Error-File.
       01  Cust-Error-Record.
           05  Cust-Error-Reason-Code       Pic X(4).
           05  Cust-Error-Reason-Text       Pic X(30).
           05  Cust-Error-Trans-Data        Pic X(238).

       FD  Pending-File.
       Copy Pendmnt.

       FD  Acct-Master-File.
       Copy Account
           Replacing ==Account==
                  By ==Acct-Master-Record==
                     ==Account-Number==
                  By ==Acct-Master-Number==
                     ==Account-Type==
                  By ==Acct-Master-Type==
                     ==Account-Balance==
                  By ==Acct-Master-Balance==
                     ==Account-Bsu-Savings==
                  By ==Acct-Master-Bsu-Savings==
                     ==Account-Bsu-Deposited-Ytd==
                  By ==Acct-Master-Bsu-Dep-Ytd==
                     ==Account-Overdraft-Limit==
                  By ==Acct-Master-Overdraft==
                     ==Account-Status==
                  By ==Acct-Master-Status==
                     ==Account-Is-Open==
                  By ==Acct-Master-Is-Open==
                     ==Account-Is-Frozen==
                  By ==Acct-Master-Is-Frozen==
                     ==Account-Debit-Blocked==
                  By ==Acct-Master-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Acct-Master-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Acct-Master-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Acct-Master-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Acct-Master-Held-Amount==.

       FD  Param-File.
       Copy Params.

       Working-Storage Section.

             88 Link-Sweep-Done            Value 'Y'.
          05 Ws-Still-Linked-Flag  Pic X Value 'N'.
             88 Customer-Still-Linked      Value 'Y'.
          05 Ws-Acct-Present-Flag  Pic X Value 'N'.
             88 Acct-File-Present          Value 'Y'.
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

       01 Ws-File-Statuses.
          05 Ws-Cust-Master-Status Pic XX.
          05 Ws-Link-Master-Status Pic XX.
          05 Ws-Acct-Master-Status Pic XX.
          05 Ws-Param-File-Status  Pic XX.
          05 Ws-Pending-File-Status Pic XX.

       01 Ws-Counters.
          05 Ws-Record-Count       Pic 9(9) Value 0.
          05 Ws-Applied-Count      Pic 9(9) Value 0.
          05 Ws-Held-Count         Pic 9(9) Value 0.
          05 Ws-Approved-Count     Pic 9(9) Value 0.
          05 Ws-Error-Count        Pic 9(9) Value 0.

      *> Bsu age limit - the Value clause is only the fall-back
      *> default; Load-Parameters replaces it with the PARMIN record
      *> in effect on the business date.
       01 Ws-Bsu-Age-Limit         Pic 9(3) Value 33.

      *> Days a held change may wait for its approval - the same
      *> fall-back default and PARMIN override as the age limit.
       01 Ws-Pending-Expiry-Days   Pic 9(3) Value 5.

      *> The approval record in hand, kept while the held change it
      *> approves is laid over Cust-Maint-Transaction and applied.
       01 Ws-Approval-Work.
          05 Ws-Approval-Transaction Pic X(238).
          05 Ws-Approver-Id          Pic X(8).
          05 Ws-Approval-National-Id Pic X(11).
          05 Ws-Pending-Age-Days     Pic 9(7).

      *> Work fields for the contact format checks - a contact is
      *> left-justified, so its length is the run of characters
      *> before the first space.
       01 Ws-Contact-Work.
          05 Ws-Contact-Length     Pic 9(4) Value 0.
          05 Ws-Contact-Spaces     Pic 9(4) Value 0.
          05 Ws-Contact-At-Count   Pic 9(4) Value 0.
          05 Ws-Contact-Start      Pic 9(4) Value 0.

      *> Opt-in flags tallied by value - every flag must be 'Y', 'N'
      *> or space, so the three tallies must account for all four.
       01 Ws-Opt-In-Work.
          05 Ws-Opt-Yes-Count      Pic 9(4) Value 0.
          05 Ws-Opt-No-Count       Pic 9(4) Value 0.
          05 Ws-Opt-Blank-Count    Pic 9(4) Value 0.

       01 Ws-Param-Work.
          05 Ws-Business-Date       Pic 9(8) Value 0.
          05 Ws-Business-Digits Redefines Ws-Business-Date.
             10 Ws-Business-Year    Pic 9(4).
             10 Filler              Pic 9(4).
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

       01 Ws-Bsuage-Pgm            Pic X(8) Value 'AMTBSUAG'.

       Copy Bsuage.

       Copy Cumaint.

       Procedure Division.

       0000-Init Section.

           Perform Load-Parameters

           Open Input Cust-Maint-File

      *> Status 35 means a master does not exist yet - the very
           Open Output Audit-File
           Open Output Cust-Error-File

           Open I-O Pending-File
           If Ws-Pending-File-Status = '35'
             Open Output Pending-File
             Close Pending-File
             Open I-O Pending-File
           End-If

           Open Input Acct-Master-File
           If Ws-Acct-Master-Status Not = '35'
             Set Acct-File-Present To True
           End-If

           Exit.

       1000-Main Section.
           Perform Read-Maint-Record
           Perform Until Maint-Eof
             Perform Apply-Maintenance
             Evaluate True
             When Record-In-Error
               Add 1 To Ws-Error-Count
             When Change-Held
               Add 1 To Ws-Held-Count
             When Cmnt-Approve-Change
               Add 1 To Ws-Approved-Count
             When Other
               Add 1 To Ws-Applied-Count
             End-Evaluate
             Perform Read-Maint-Record
           End-Perform

           Close Link-Master-File
           Close Audit-File
           Close Cust-Error-File
           Close Pending-File
           If Acct-File-Present
             Close Acct-Master-File
           End-If

           Display '==========================================='
           Display ' AMTCMNT - CUSTOMER MAINTENANCE SUMMARY'
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

           If Cmnt-Customer-Number Not Numeric
             Or Cmnt-Customer-Number = 0
               Perform Link-Account-To-Customer
             When Cmnt-Unlink-Account
               Perform Unlink-Account
             When Cmnt-Change-Contact
               Perform Change-Contact-Details
             When Cmnt-Change-Alert-Prefs
               Perform Change-Alert-Preferences
             When Cmnt-Approve-Change
               Perform Approve-Pending-Change
             When Other
               Move 'K001' To Cust-Error-Reason-Code
               Move 'UNKNOWN FUNCTION CODE'

       Change-Customer Section.

      *> The national identity number is what the tax authority and
      *> the Bsu rules key on, so a change that alters it waits for
      *> a second user's approval - with the name and address keyed
      *> alongside it.  Any other identity change applies at once.
           Evaluate True
           When Not Customer-Was-Found
             Move 'K004' To Cust-Error-Reason-Code
           When Other
             Perform Edit-Identity-Fields
             If Not Record-In-Error
               And Cmnt-National-Id Not = Custm-National-Id
               And Not Applying-Approval
               Perform Hold-For-Approval
             End-If
             If Not Record-In-Error
               And Not Change-Held
               Move Cust-Master-Record To Audit-Before-Image
               Perform Move-Identity-Fields
               Rewrite Cust-Master-Record

           Exit.

       Change-Contact-Details Section.

      *> Replaces both contacts as given - a blank field clears that
      *> contact.  A contact the chosen alert channel still relies on
      *> cannot be cleared: the preferences have to be changed first,
      *> or opted-in alerts would have nowhere to go.
           Evaluate True
           When Not Customer-Was-Found
             Move 'K004' To Cust-Error-Reason-Code
             Move 'CUSTOMER NOT FOUND' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Cmnt-Mobile-Number = Spaces
               And Custm-Alert-By-Sms
             Move 'K016' To Cust-Error-Reason-Code
             Move 'MOBILE NUMBER MISSING' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Cmnt-Email-Address = Spaces
               And Custm-Alert-By-Email
             Move 'K017' To Cust-Error-Reason-Code
             Move 'E-MAIL ADDRESS MISSING'
                 To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Other
             Perform Edit-Contact-Fields
             If Not Record-In-Error
               Move Cust-Master-Record To Audit-Before-Image
               Move Cmnt-Mobile-Number To Custm-Mobile-Number
               Move Cmnt-Email-Address To Custm-Email-Address
               Rewrite Cust-Master-Record
               Move Cust-Master-Record To Audit-After-Image
               Perform Write-Audit
             End-If
           End-Evaluate

           Exit.

       Change-Alert-Preferences Section.

      *> Replaces the whole set of preferences.  A customer with no
      *> opt-in set may leave the channel blank, which opts them out
      *> of every alert; otherwise the channel must be one the
      *> gateway knows and the contact it needs must already be on
      *> the master.  The low-balance limit is only kept with the
      *> low-balance opt-in.
           Move 0 To Ws-Opt-Yes-Count
           Move 0 To Ws-Opt-No-Count
           Move 0 To Ws-Opt-Blank-Count
           Inspect Cmnt-Opt-Ins Tallying
               Ws-Opt-Yes-Count For All 'Y'
               Ws-Opt-No-Count For All 'N'
               Ws-Opt-Blank-Count For All Space

           Evaluate True
           When Not Customer-Was-Found
             Move 'K004' To Cust-Error-Reason-Code
             Move 'CUSTOMER NOT FOUND' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Ws-Opt-Yes-Count + Ws-Opt-No-Count
                  + Ws-Opt-Blank-Count Not = 4
             Move 'K018' To Cust-Error-Reason-Code
             Move 'OPT-IN FLAG INVALID' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Cmnt-Alert-Channel = Space
               And Ws-Opt-Yes-Count > 0
             Move 'K015' To Cust-Error-Reason-Code
             Move 'ALERT CHANNEL INVALID' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Cmnt-Alert-Channel Not = Space
               And Not Cmnt-Channel-Valid
             Move 'K015' To Cust-Error-Reason-Code
             Move 'ALERT CHANNEL INVALID' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Cmnt-Channel-Uses-Sms
               And Custm-Mobile-Number = Spaces
             Move 'K016' To Cust-Error-Reason-Code
             Move 'MOBILE NUMBER MISSING' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Cmnt-Channel-Uses-Email
               And Custm-Email-Address = Spaces
             Move 'K017' To Cust-Error-Reason-Code
             Move 'E-MAIL ADDRESS MISSING'
                 To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Cmnt-Opt-Low-Balance = 'Y'
               And Cmnt-Low-Balance-Limit Not Numeric
             Move 'K019' To Cust-Error-Reason-Code
             Move 'LOW BALANCE LIMIT INVALID'
                 To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Other
             Move Cust-Master-Record To Audit-Before-Image
             Move Cmnt-Alert-Channel To Custm-Alert-Channel
             Move Cmnt-Opt-Low-Balance To Custm-Opt-Low-Balance
             Move Cmnt-Opt-Bsu-Limit To Custm-Opt-Bsu-Limit
             Move Cmnt-Opt-Account-Change
                 To Custm-Opt-Account-Change
             Move Cmnt-Opt-Rejected-Funds
                 To Custm-Opt-Rejected-Funds
             If Cmnt-Opt-Low-Balance = 'Y'
               Move Cmnt-Low-Balance-Limit
                   To Custm-Low-Balance-Limit
             Else
               Move 0 To Custm-Low-Balance-Limit
             End-If
             Rewrite Cust-Master-Record
             Move Cust-Master-Record To Audit-After-Image
             Perform Write-Audit
           End-Evaluate

           Exit.

       Hold-For-Approval Section.

      *> The change has passed every edit but is not applied: it is
      *> held on the pending file under the user who keyed it, for a
      *> different user to approve on a later run.  An item already
      *> resolved under the same key is replaced; one still waiting
      *> has to be approved or expire first.
           Move 'C' To Pend-Source
           Move Cmnt-Customer-Number To Pend-Subject-Number
           Move Cmnt-Function-Code To Pend-Function-Code
           Perform Fetch-Pending

           Evaluate True
           When Cmnt-User-Id = Spaces
             Move 'K022' To Cust-Error-Reason-Code
             Move 'USER ID MISSING' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Pending-Was-Found
               And Pend-Is-Pending
             Move 'K028' To Cust-Error-Reason-Code
             Move 'CHANGE ALREADY PENDING'
                 To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Other
             Move 'C' To Pend-Source
             Move Cmnt-Customer-Number To Pend-Subject-Number
             Move Cmnt-Function-Code To Pend-Function-Code
             Move 'P' To Pend-Status
             Move Cmnt-User-Id To Pend-Keyed-By
             Move Ws-Business-Date To Pend-Keyed-Date
             Move Spaces To Pend-Approved-By
             Move 0 To Pend-Resolved-Date
             Move Cust-Maint-Transaction To Pend-Transaction
             If Pending-Was-Found
               Rewrite Pending-Record
             Else
               Write Pending-Record
                 Invalid Key
                   Display 'PENDING WRITE FAILED, CUSTOMER: '
                       Cmnt-Customer-Number
               End-Write
             End-If
             Set Change-Held To True
           End-Evaluate

           Exit.

       Approve-Pending-Change Section.

      *> Applies a held change once a different user approves it on
      *> a later run, within the expiry period.  The approval names
      *> the function approved and repeats the new identity number,
      *> which has to match what was keyed.  The held record is then
      *> laid over Cust-Maint-Transaction and run through the same
      *> section as when it was keyed, re-edited against the master
      *> as it stands tonight; the approval record is put back
      *> afterwards.
           Move Cust-Maint-Transaction To Ws-Approval-Transaction
           Move Cmnt-User-Id To Ws-Approver-Id
           Move Cmnt-National-Id To Ws-Approval-National-Id

           Move 'C' To Pend-Source
           Move Cmnt-Customer-Number To Pend-Subject-Number
           Move Cmnt-Approved-Function To Pend-Function-Code
           Perform Fetch-Pending
           Move 0 To Ws-Pending-Age-Days
           If Pending-Was-Found
             Compute Ws-Pending-Age-Days =
                 Function Integer-Of-Date(Ws-Business-Date)
               - Function Integer-Of-Date(Pend-Keyed-Date)
           End-If

           Evaluate True
           When Cmnt-User-Id = Spaces
             Move 'K022' To Cust-Error-Reason-Code
             Move 'USER ID MISSING' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Not Pending-Was-Found
               Or Not Pend-Is-Pending
             Move 'K023' To Cust-Error-Reason-Code
             Move 'NO CHANGE PENDING' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Pend-Keyed-By = Cmnt-User-Id
             Move 'K024' To Cust-Error-Reason-Code
             Move 'APPROVER KEYED THE CHANGE'
                 To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Pend-Keyed-Date >= Ws-Business-Date
             Move 'K025' To Cust-Error-Reason-Code
             Move 'APPROVAL ON SAME RUN' To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Ws-Pending-Age-Days > Ws-Pending-Expiry-Days
             Move 'K026' To Cust-Error-Reason-Code
             Move 'PENDING CHANGE EXPIRED'
                 To Cust-Error-Reason-Text
             Perform Write-Cust-Error
           When Other
             Move Pend-Transaction To Cust-Maint-Transaction
             If Cmnt-Change-Customer
               And Cmnt-National-Id = Ws-Approval-National-Id
               Set Applying-Approval To True
               Perform Change-Customer
             Else
               Move Ws-Approval-Transaction To Cust-Maint-Transaction
               Move 'K027' To Cust-Error-Reason-Code
               Move 'APPROVAL DOES NOT MATCH'
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             End-If
             If Applying-Approval
               And Not Record-In-Error
               Move 'A' To Pend-Status
               Move Ws-Approver-Id To Pend-Approved-By
               Move Ws-Business-Date To Pend-Resolved-Date
               Rewrite Pending-Record
             End-If
             Move 'N' To Ws-Approving-Flag
             Move Ws-Approval-Transaction To Cust-Maint-Transaction
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

       Link-Account-To-Customer Section.

           Evaluate True
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             Else
               Perform Check-Bsu-Link
             End-If
             If Not Record-In-Error
               Move Spaces To Audit-Before-Image
               Move Cmnt-Account-Number To Linkm-Account-Number
               Move Cmnt-Customer-Number To Linkm-Customer-Number

           Exit.

       Check-Bsu-Link Section.

      *> Linking a Bsu makes the customer its owner, so the link is
      *> held to the same rules as opening one: the customer must
      *> not have passed the Bsu age limit this year, and may not
      *> already own another Bsu.  An account not yet on the master
      *> has no type to judge and links as before; the open itself
      *> is checked by Amtmaint.
           If Acct-File-Present
             Move Cmnt-Account-Number To Acct-Master-Number
             Read Acct-Master-File
               Invalid Key
                 Move Spaces To Acct-Master-Type
             End-Read
           Else
             Move Spaces To Acct-Master-Type
           End-If

           If Acct-Master-Type = 'sparbsu'
             Move Custm-National-Id To Bsuag-National-Id
             Move Ws-Business-Year To Bsuag-Check-Year
             Move Ws-Bsu-Age-Limit To Bsuag-Age-Limit
             Call Ws-Bsuage-Pgm Using Bsu-Age-Request
             Evaluate True
             When Bsuag-Id-Invalid
               Move 'K012' To Cust-Error-Reason-Code
               Move 'NATIONAL ID NOT VALID'
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             When Bsuag-Over-Limit
               Move 'K013' To Cust-Error-Reason-Code
               Move 'BSU AGE LIMIT PASSED'
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             When Other
               Perform Sweep-Links-For-Bsu
               If Customer-Has-Other-Bsu
                 Move 'K014' To Cust-Error-Reason-Code
                 Move 'CUSTOMER ALREADY HAS BSU'
                     To Cust-Error-Reason-Text
                 Perform Write-Cust-Error
               End-If
             End-Evaluate
           End-If

           Exit.

       Sweep-Links-For-Bsu Section.

      *> Same full sweep as Sweep-Links-For-Customer, reading the
      *> account master for every other account the customer owns
      *> and stopping at the first Bsu.  The link record in hand is
      *> rebuilt by the caller, so the sweep may reuse the buffer.
           Set Ws-Other-Bsu-Flag To 'N'
           Set Ws-Link-Sweep-Flag To 'N'

           Move 0 To Linkm-Account-Number
           Start Link-Master-File
               Key Not < Linkm-Account-Number
             Invalid Key
               Set Link-Sweep-Done To True
           End-Start

           Perform Until Link-Sweep-Done
             Read Link-Master-File Next
               At End
                 Set Link-Sweep-Done To True
               Not At End
                 If Linkm-Customer-Number = Cmnt-Customer-Number
                   And Linkm-Account-Number Not = Cmnt-Account-Number
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

       Fetch-Link Section.

           Set Ws-Link-Found-Flag To 'N'

           Exit.

       Edit-Contact-Fields Section.

      *> The gateway dials and mails exactly what is held here, so
      *> the format is checked on the way in: a mobile number is at
      *> least 8 digits, optionally behind a '+' country prefix, and
      *> an e-mail address carries a single '@' with something on
      *> either side.  Neither may have anything after its first
      *> space.
           If Cmnt-Mobile-Number Not = Spaces
             Move 0 To Ws-Contact-Length
             Move 0 To Ws-Contact-Spaces
             Inspect Cmnt-Mobile-Number Tallying Ws-Contact-Length
                 For Characters Before Initial Space
             Inspect Cmnt-Mobile-Number Tallying Ws-Contact-Spaces
                 For All Space
             Move 1 To Ws-Contact-Start
             If Cmnt-Mobile-Number(1:1) = '+'
               Move 2 To Ws-Contact-Start
               Subtract 1 From Ws-Contact-Length
             End-If
             Evaluate True
             When Ws-Contact-Length + Ws-Contact-Start - 1
                    + Ws-Contact-Spaces Not = 15
                 Or Ws-Contact-Length < 8
               Move 'K020' To Cust-Error-Reason-Code
               Move 'MOBILE NUMBER INVALID'
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             When Cmnt-Mobile-Number
                    (Ws-Contact-Start:Ws-Contact-Length) Not Numeric
               Move 'K020' To Cust-Error-Reason-Code
               Move 'MOBILE NUMBER INVALID'
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             End-Evaluate
           End-If

           If Cmnt-Email-Address Not = Spaces
             And Not Record-In-Error
             Move 0 To Ws-Contact-Length
             Move 0 To Ws-Contact-Spaces
             Move 0 To Ws-Contact-At-Count
             Inspect Cmnt-Email-Address Tallying Ws-Contact-Length
                 For Characters Before Initial Space
             Inspect Cmnt-Email-Address Tallying
                 Ws-Contact-Spaces For All Space
                 Ws-Contact-At-Count For All '@'
             Evaluate True
             When Ws-Contact-Length + Ws-Contact-Spaces Not = 50
                 Or Ws-Contact-Length < 3
                 Or Ws-Contact-At-Count Not = 1
               Move 'K021' To Cust-Error-Reason-Code
               Move 'E-MAIL ADDRESS INVALID'
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             When Cmnt-Email-Address(1:1) = '@'
                 Or Cmnt-Email-Address(Ws-Contact-Length:1) = '@'
               Move 'K021' To Cust-Error-Reason-Code
               Move 'E-MAIL ADDRESS INVALID'
                   To Cust-Error-Reason-Text
               Perform Write-Cust-Error
             End-Evaluate
           End-If

           Exit.

       Move-Identity-Fields Section.

           Move Cmnt-National-Id To Custm-National-Id

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

           Move Cmnt-Function-Code To Audit-Function-Code
           Move Cmnt-Customer-Number To Audit-Customer-Number
           Move Cmnt-Account-Number To Audit-Account-Number
           Move Function Current-Date(1:8) To Audit-Date
           Move Cmnt-User-Id To Audit-Keyed-By
           If Applying-Approval
             Move Ws-Approver-Id To Audit-Approved-By
           Else
             Move Spaces To Audit-Approved-By
           End-If
           Write Cust-Audit-Record

           Exit.

       Write-Cust-Error Section.

      *> A held change that fails its re-edit is refused on the
      *> approval keyed tonight, so that is the record the error
      *> shows - not the held one laid over it for the re-edit.
           If Applying-Approval
             Move Ws-Approval-Transaction To Cust-Error-Trans-Data
           Else
             Move Cust-Maint-Transaction To Cust-Error-Trans-Data
           End-If
           Write Cust-Error-Record
           Set Record-In-Error To True

