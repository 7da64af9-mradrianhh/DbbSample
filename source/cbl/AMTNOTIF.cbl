       Identification Division.
       Program-Id. Amtnotif.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> Swept in key order for the balance-driven alerts, then read
      *> by key to find the log entries of closed accounts.  File
      *> Status lets a run before the master exists (status 35) send
      *> nothing instead of abending.
           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Acct-Master-Number
               File Status Is Ws-Acct-Master-Status.

      *> Every alert goes to the account's owner, so both masters are
      *> needed; before Amtcmnt's first run they may be missing
      *> (status 35) and no alert can be addressed.
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

      *> Tonight's posting rejects, for the insufficient-funds alert.
           Select Reject-File Assign To 'REJOUT'
               Organization Is Sequential
               File Status Is Ws-Reject-File-Status.

      *> The last maintenance run's audit trail, for the hold and
      *> status-change alerts.  Missing when Amtmaint has never run.
           Select Audit-File Assign To 'MNTAUDIT'
               Organization Is Sequential
               File Status Is Ws-Audit-File-Status.

      *> One record per alert already sent, so no event is alerted
      *> twice - whether the same audit file is met again or the
      *> step is rerun.  Created empty on the first run (status 35).
           Select Notify-Log-File Assign To 'NOTIFLOG'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Nlog-Key
               File Status Is Ws-Nlog-File-Status.

           Select Notify-File Assign To 'NOTIFOUT'
               Organization Is Sequential.

      *> Effective-dated run parameters, for the Bsu annual limit
      *> and the share of it that triggers the limit alert.  File
      *> Status lets the load fall back to the compiled defaults when
      *> no parameter file is supplied (status 35).
           Select Param-File Assign To 'PARMIN'
               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

       Data Division.

       File Section.

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

       FD  Reject-File.
       Copy Reject.

       FD  Audit-File.
       Copy Mntaud.

      *> Nlog-Alert-Type is the alert sent - the same codes as
      *> Ntf-Alert-Type.  The event date and reference identify the
      *> event within its type: business date and transaction
      *> sequence for a reject, audit date and audit record number
      *> for a hold or status change, the year (as yyyy0000) for the
      *> Bsu limit, and zero for a low balance, whose entry stands
      *> for as long as the balance stays low.
       FD  Notify-Log-File.
       01  Notify-Log-Record.
           05  Nlog-Key.
               10  Nlog-Alert-Type          Pic X(1).
               10  Nlog-Account-Number      Pic 9(11).
               10  Nlog-Event-Date          Pic 9(8).
               10  Nlog-Event-Reference     Pic 9(9).
           05  Nlog-Customer-Number         Pic 9(9).
           05  Nlog-Sent-Date               Pic 9(8).

      *> Alert feed for the SMS/e-mail gateway: one record per alert,
      *> addressed to the owner by the channel they chose, carrying
      *> the figures the gateway words the message from.  The amount
      *> is the balance (L), the year's Bsu deposits (B), the new
      *> held amount (H), or the rejected transaction's amount (R);
      *> the reference amount is the customer's low-balance limit
      *> (L), the annual limit (B) or the previous held amount (H).
      *> The statuses are only set on a status change (S), the
      *> reason code only on a reject (R).
       FD  Notify-File.
       01  Notify-Record.
           05  Ntf-Alert-Type               Pic X(1).
               88  Ntf-Low-Balance              Value 'L'.
               88  Ntf-Bsu-Limit                Value 'B'.
               88  Ntf-Hold-Placed              Value 'H'.
               88  Ntf-Status-Changed           Value 'S'.
               88  Ntf-Rejected-Funds           Value 'R'.
           05  Ntf-Customer-Number          Pic 9(9).
           05  Ntf-Customer-Name            Pic X(30).
           05  Ntf-Alert-Channel            Pic X(1).
           05  Ntf-Mobile-Number            Pic X(15).
           05  Ntf-Email-Address            Pic X(50).
           05  Ntf-Account-Number           Pic 9(11).
           05  Ntf-Account-Type             Pic X(10).
           05  Ntf-Event-Date               Pic 9(8).
           05  Ntf-Event-Reference          Pic 9(9).
           05  Ntf-Amount                   Pic S9(11)V99.
           05  Ntf-Reference-Amount         Pic S9(11)V99.
           05  Ntf-Old-Status               Pic X(1).
           05  Ntf-New-Status               Pic X(1).
           05  Ntf-Reason-Code              Pic X(4).

      *> The feed crosses to the gateway, so it carries the
      *> interchange envelope, hashed on the amount.  The pads
      *> stretch to the 176-byte record length so the file stays
      *> fixed-length.
       Copy Envelope
           Replacing ==Pic X(48)== By ==Pic X(159)==
                     ==Pic X(44)== By ==Pic X(155)==.

       FD  Param-File.
       Copy Params.

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Acct-Eof-Flag     Pic X Value 'N'.
             88 Acct-Eof               Value 'Y'.
          05 Ws-Reject-Eof-Flag   Pic X Value 'N'.
             88 Reject-Eof             Value 'Y'.
          05 Ws-Audit-Eof-Flag    Pic X Value 'N'.
             88 Audit-Eof              Value 'Y'.
          05 Ws-Nlog-Eof-Flag     Pic X Value 'N'.
             88 Nlog-Eof               Value 'Y'.
          05 Ws-Param-Eof-Flag    Pic X Value 'N'.
             88 Param-Eof              Value 'Y'.
          05 Ws-Owner-Found-Flag  Pic X Value 'N'.
             88 Owner-Was-Found        Value 'Y'.
          05 Ws-Nlog-Found-Flag   Pic X Value 'N'.
             88 Nlog-Was-Found         Value 'Y'.
          05 Ws-Opted-In-Flag     Pic X Value 'N'.
             88 Customer-Opted-In      Value 'Y'.
          05 Ws-Acct-Present-Flag Pic X Value 'N'.
             88 Acct-File-Present      Value 'Y'.
          05 Ws-Link-Present-Flag Pic X Value 'N'.
             88 Link-File-Present      Value 'Y'.
          05 Ws-Cust-Present-Flag Pic X Value 'N'.
             88 Cust-File-Present      Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Acct-Master-Status  Pic XX.
          05 Ws-Link-Master-Status  Pic XX.
          05 Ws-Cust-Master-Status  Pic XX.
          05 Ws-Reject-File-Status  Pic XX.
          05 Ws-Audit-File-Status   Pic XX.
          05 Ws-Nlog-File-Status    Pic XX.
          05 Ws-Param-File-Status   Pic XX.

       01 Ws-Counters.
          05 Ws-Acct-Count        Pic 9(9) Value 0.
          05 Ws-Reject-Count      Pic 9(9) Value 0.
          05 Ws-Audit-Count       Pic 9(9) Value 0.
          05 Ws-Low-Balance-Count Pic 9(9) Value 0.
          05 Ws-Bsu-Limit-Count   Pic 9(9) Value 0.
          05 Ws-Hold-Count        Pic 9(9) Value 0.
          05 Ws-Status-Count      Pic 9(9) Value 0.
          05 Ws-Rejected-Count    Pic 9(9) Value 0.
          05 Ws-Alert-Count       Pic 9(9) Value 0.
          05 Ws-No-Owner-Count    Pic 9(9) Value 0.
          05 Ws-Not-Opted-Count   Pic 9(9) Value 0.
          05 Ws-No-Contact-Count  Pic 9(9) Value 0.
          05 Ws-Already-Sent-Count
                                  Pic 9(9) Value 0.
          05 Ws-Rearmed-Count     Pic 9(9) Value 0.
          05 Ws-Purged-Count      Pic 9(9) Value 0.

       01 Ws-Notify-Hash          Pic 9(9)V99 Value 0.

      *> Bsu annual limit and the percentage of it at which the
      *> owner is warned.  The Value clauses are only the fall-back
      *> defaults: Load-Parameters replaces them with the PARMIN
      *> record in effect on the business date.
       01 Ws-Bsu-Annual-Limit     Pic 9(9)V99 Value 27500.
       01 Ws-Notify-Bsu-Pct       Pic 9(3) Value 90.
       01 Ws-Bsu-Alert-Level      Pic 9(9)V99 Value 0.

      *> Days a sent-alert entry is kept, and the age past which a
      *> maintenance event is too old to be news.  The audit file
      *> is rewritten by every maintenance run, so only a run that
      *> found no maintenance file for weeks would meet it again.
       01 Ws-Notify-Keep-Days     Pic 9(3) Value 35.

       01 Ws-Param-Work.
          05 Ws-Business-Date       Pic 9(8) Value 0.
          05 Ws-Business-Digits Redefines Ws-Business-Date.
             10 Ws-Business-Year    Pic 9(4).
             10 Filler              Pic 9(4).
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

       01 Ws-Date-Work.
          05 Ws-Business-Day        Pic 9(7) Value 0.
          05 Ws-Age-Days            Pic 9(7) Value 0.
          05 Ws-Year-Event-Date     Pic 9(8) Value 0.

      *> Key of the alert in hand, built by the caller before
      *> Send-Alert; see Nlog-Key.
       01 Ws-Log-Key.
          05 Ws-Log-Alert-Type      Pic X(1).
          05 Ws-Log-Account-Number  Pic 9(11).
          05 Ws-Log-Event-Date      Pic 9(8).
          05 Ws-Log-Event-Reference Pic 9(9).

      *> The before and after account images off the audit record.
       Copy Account
           Replacing ==Account==
                  By ==Before-Account==
                     ==Account-Number==
                  By ==Before-Number==
                     ==Account-Type==
                  By ==Before-Type==
                     ==Account-Balance==
                  By ==Before-Balance==
                     ==Account-Bsu-Savings==
                  By ==Before-Bsu-Savings==
                     ==Account-Bsu-Deposited-Ytd==
                  By ==Before-Bsu-Dep-Ytd==
                     ==Account-Overdraft-Limit==
                  By ==Before-Overdraft==
                     ==Account-Status==
                  By ==Before-Status==
                     ==Account-Is-Open==
                  By ==Before-Is-Open==
                     ==Account-Is-Frozen==
                  By ==Before-Is-Frozen==
                     ==Account-Debit-Blocked==
                  By ==Before-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Before-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Before-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Before-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Before-Held-Amount==.

       Copy Account
           Replacing ==Account==
                  By ==After-Account==
                     ==Account-Number==
                  By ==After-Number==
                     ==Account-Type==
                  By ==After-Type==
                     ==Account-Balance==
                  By ==After-Balance==
                     ==Account-Bsu-Savings==
                  By ==After-Bsu-Savings==
                     ==Account-Bsu-Deposited-Ytd==
                  By ==After-Bsu-Dep-Ytd==
                     ==Account-Overdraft-Limit==
                  By ==After-Overdraft==
                     ==Account-Status==
                  By ==After-Status==
                     ==Account-Is-Open==
                  By ==After-Is-Open==
                     ==Account-Is-Frozen==
                  By ==After-Is-Frozen==
                     ==Account-Debit-Blocked==
                  By ==After-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==After-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==After-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==After-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==After-Held-Amount==.

       01 Ws-Runreg-Pgms.
          05 Pgm-Runreg          Pic X(8)  Value 'AMTRUNRG'.
          05 Pgm-Runreg-End      Pic X(16) Value 'AMTRUNRG-END'.

       Copy Runreg.

       Procedure Division.

           Perform Register-Run-Start
           If Runreg-Step-Cleared
             Perform 0000-Init
             Perform 1000-Main
             Perform 2000-Exit
             Perform Register-Run-End
           End-If

           Goback.

       0000-Init Section.

           Perform Load-Parameters

           Compute Ws-Business-Day =
               Function Integer-Of-Date(Ws-Business-Date)
           Compute Ws-Year-Event-Date = Ws-Business-Year * 10000
           Compute Ws-Bsu-Alert-Level Rounded =
               Ws-Bsu-Annual-Limit * Ws-Notify-Bsu-Pct / 100

      *> Status 35 means the log does not exist yet - the very first
      *> run creates it empty, then reopens it I-O.
           Open I-O Notify-Log-File
           If Ws-Nlog-File-Status = '35'
             Open Output Notify-Log-File
             Close Notify-Log-File
             Open I-O Notify-Log-File
           End-If

           Open Input Acct-Master-File
           If Ws-Acct-Master-Status Not = '35'
             Set Acct-File-Present To True
           End-If

           Open Input Link-Master-File
           If Ws-Link-Master-Status Not = '35'
             Set Link-File-Present To True
           End-If

           Open Input Cust-Master-File
           If Ws-Cust-Master-Status Not = '35'
             Set Cust-File-Present To True
           End-If

           Open Input Reject-File
           Open Input Audit-File

           Open Output Notify-File

           Move Spaces To Envelope-Header
           Move 'H' To Env-Header-Type
           Move Ws-Business-Date To Env-Creation-Date
           Move 'AMTNOTIF' To Env-Source-Id
           Write Envelope-Header

           Exit.

       1000-Main Section.

      *> Pass 1: sweep the master for the balance-driven alerts.
           If Acct-File-Present
             Perform Read-Master
             Perform Until Acct-Eof
               Add 1 To Ws-Acct-Count
               Evaluate Acct-Master-Type
               When 'brukskonto'
                 Perform Check-Low-Balance
               When 'sparbsu'
                 Perform Check-Bsu-Limit
               End-Evaluate
               Perform Read-Master
             End-Perform
           End-If

      *> Pass 2: tonight's posting rejects.
           Perform Read-Reject
           Perform Until Reject-Eof
             Perform Check-Rejected-Funds
             Perform Read-Reject
           End-Perform

      *> Pass 3: the maintenance audit trail.
           Perform Read-Audit
           Perform Until Audit-Eof
             Perform Check-Account-Change
             Perform Read-Audit
           End-Perform

      *> Pass 4: drop log entries no longer needed.
           Perform Purge-Notify-Log

           Exit.

       2000-Exit Section.

           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Alert-Count To Env-Record-Count
           Move Ws-Notify-Hash To Env-Hash-Total
           Write Envelope-Trailer

           Close Notify-Log-File
           If Acct-File-Present
             Close Acct-Master-File
           End-If
           If Link-File-Present
             Close Link-Master-File
           End-If
           If Cust-File-Present
             Close Cust-Master-File
           End-If
           If Ws-Reject-File-Status Not = '35'
             Close Reject-File
           End-If
           If Ws-Audit-File-Status Not = '35'
             Close Audit-File
           End-If
           Close Notify-File

           Display '==========================================='
           Display ' AMTNOTIF - CUSTOMER NOTIFICATION SUMMARY'
           Display '==========================================='
           Display ' ACCOUNTS READ. . . . . . . : ' Ws-Acct-Count
           Display ' REJECTS READ . . . . . . . : ' Ws-Reject-Count
           Display ' AUDIT RECORDS READ . . . . : ' Ws-Audit-Count
           Display ' LOW BALANCE ALERTS . . . . : '
               Ws-Low-Balance-Count
           Display ' BSU LIMIT ALERTS . . . . . : ' Ws-Bsu-Limit-Count
           Display ' HOLD PLACED ALERTS . . . . : ' Ws-Hold-Count
           Display ' STATUS CHANGE ALERTS . . . : ' Ws-Status-Count
           Display ' INSUFFICIENT FUNDS ALERTS. : ' Ws-Rejected-Count
           Display ' ALERTS WRITTEN . . . . . . : ' Ws-Alert-Count
           Display ' NO OWNER ON FILE . . . . . : ' Ws-No-Owner-Count
           Display ' NOT OPTED IN . . . . . . . : ' Ws-Not-Opted-Count
           Display ' NO CONTACT FOR CHANNEL . . : '
               Ws-No-Contact-Count
           Display ' ALREADY SENT . . . . . . . : '
               Ws-Already-Sent-Count
           Display ' LOW BALANCE RECOVERED. . . : ' Ws-Rearmed-Count
           Display ' LOG ENTRIES PURGED . . . . : ' Ws-Purged-Count
           Display '==========================================='

           Exit.

       Check-Low-Balance Section.

      *> The alert fires once when the balance falls below the
      *> owner's limit, and its log entry stands while the balance
      *> stays low.  Once the balance is back up - or the owner no
      *> longer wants the alert - the entry is dropped, so the next
      *> fall is a new event.
           Move Acct-Master-Number To Linkm-Account-Number
           Perform Find-Account-Owner

           Move 'L' To Ws-Log-Alert-Type
           Move Acct-Master-Number To Ws-Log-Account-Number
           Move 0 To Ws-Log-Event-Date
           Move 0 To Ws-Log-Event-Reference

           If Owner-Was-Found
             And Custm-Wants-Low-Balance
             And Acct-Master-Balance < Custm-Low-Balance-Limit
             Move Spaces To Notify-Record
             Move 'L' To Ntf-Alert-Type
             Move Acct-Master-Number To Ntf-Account-Number
             Move Acct-Master-Type To Ntf-Account-Type
             Move Ws-Business-Date To Ntf-Event-Date
             Move 0 To Ntf-Event-Reference
             Move Acct-Master-Balance To Ntf-Amount
             Move Custm-Low-Balance-Limit To Ntf-Reference-Amount
             Perform Send-Alert
           Else
             Move Ws-Log-Key To Nlog-Key
             Delete Notify-Log-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Add 1 To Ws-Rearmed-Count
             End-Delete
           End-If

           Exit.

       Check-Bsu-Limit Section.

      *> Deposits this year have reached the warning share of the
      *> annual limit.  Keyed by year, so the owner hears once a
      *> year; Amtyrend resets the deposits for the next.
           If Ws-Bsu-Alert-Level > 0
             And Acct-Master-Bsu-Dep-Ytd > 0
             And Acct-Master-Bsu-Dep-Ytd >= Ws-Bsu-Alert-Level
             Move Acct-Master-Number To Linkm-Account-Number
             Perform Find-Account-Owner
             Move 'B' To Ws-Log-Alert-Type
             Move Acct-Master-Number To Ws-Log-Account-Number
             Move Ws-Year-Event-Date To Ws-Log-Event-Date
             Move 0 To Ws-Log-Event-Reference
             Move Spaces To Notify-Record
             Move 'B' To Ntf-Alert-Type
             Move Acct-Master-Number To Ntf-Account-Number
             Move Acct-Master-Type To Ntf-Account-Type
             Move Ws-Business-Date To Ntf-Event-Date
             Move 0 To Ntf-Event-Reference
             Move Acct-Master-Bsu-Dep-Ytd To Ntf-Amount
             Move Ws-Bsu-Annual-Limit To Ntf-Reference-Amount
             Perform Send-Alert
           End-If

           Exit.

       Check-Rejected-Funds Section.

      *> Both the plain insufficient-funds reject and the one where
      *> a hold made the difference tell the customer the same thing:
      *> a payment did not go through for want of money.  A recycled
      *> transaction rejected again on a later night is a new event.
           If Reject-Insufficient-Funds
             Or Reject-Funds-Held
             Move Reject-Account-Number To Linkm-Account-Number
             Perform Find-Account-Owner
             Move 'R' To Ws-Log-Alert-Type
             Move Reject-Account-Number To Ws-Log-Account-Number
             Move Ws-Business-Date To Ws-Log-Event-Date
             Move Reject-Trans-Sequence-Number
                 To Ws-Log-Event-Reference
             Move Spaces To Notify-Record
             Move 'R' To Ntf-Alert-Type
             Move Reject-Account-Number To Ntf-Account-Number
             Move Ws-Business-Date To Ntf-Event-Date
             Move Reject-Trans-Sequence-Number To Ntf-Event-Reference
             Move Reject-Trans-Amount To Ntf-Amount
             Move 0 To Ntf-Reference-Amount
             Move Reject-Reason-Code To Ntf-Reason-Code
             Perform Send-Alert
           End-If

           Exit.

       Check-Account-Change Section.

      *> A hold placed or raised ('06' with a larger held amount)
      *> and a status changed ('05' to a different status, or a
      *> dormant account reactivated by '07') are news to the owner;
      *> a hold lifted or lowered is not.  The audit record's
      *> position in the file tells two changes on the same day
      *> apart.
           Compute Ws-Age-Days =
               Ws-Business-Day - Function Integer-Of-Date(Audit-Date)
           If Ws-Age-Days <= Ws-Notify-Keep-Days
             Move Audit-Before-Image To Before-Account
             Move Audit-After-Image To After-Account
             Move Space To Ws-Log-Alert-Type
             Evaluate Audit-Function-Code
             When '06'
               If After-Held-Amount > Before-Held-Amount
                 Move 'H' To Ws-Log-Alert-Type
               End-If
             When '05'
               If After-Status Not = Before-Status
                 Move 'S' To Ws-Log-Alert-Type
               End-If
             When '07'
               Move 'S' To Ws-Log-Alert-Type
             End-Evaluate

             If Ws-Log-Alert-Type Not = Space
               Move Audit-Account-Number To Linkm-Account-Number
               Perform Find-Account-Owner
               Move Audit-Account-Number To Ws-Log-Account-Number
               Move Audit-Date To Ws-Log-Event-Date
               Move Ws-Audit-Count To Ws-Log-Event-Reference
               Move Spaces To Notify-Record
               Move Ws-Log-Alert-Type To Ntf-Alert-Type
               Move Audit-Account-Number To Ntf-Account-Number
               Move After-Type To Ntf-Account-Type
               Move Audit-Date To Ntf-Event-Date
               Move Ws-Audit-Count To Ntf-Event-Reference
               If Ntf-Hold-Placed
                 Move After-Held-Amount To Ntf-Amount
                 Move Before-Held-Amount To Ntf-Reference-Amount
               Else
                 Move 0 To Ntf-Amount
                 Move 0 To Ntf-Reference-Amount
                 Move Before-Status To Ntf-Old-Status
                 Move After-Status To Ntf-New-Status
               End-If
               Perform Send-Alert
             End-If
           End-If

           Exit.

       Find-Account-Owner Section.

      *> Linkm-Account-Number is set by the caller.  The customer
      *> record is left in the master buffer for Send-Alert.
           Set Ws-Owner-Found-Flag To 'N'
           If Link-File-Present
             And Cust-File-Present
             Read Link-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Move Linkm-Customer-Number To Custm-Number
                 Read Cust-Master-File
                   Invalid Key
                     Continue
                   Not Invalid Key
                     Set Owner-Was-Found To True
                 End-Read
             End-Read
           End-If

           Exit.

       Send-Alert Section.

      *> The one gate every alert passes.  The customer must have
      *> opted in to this type of alert and hold a contact for the
      *> channel chosen, and the event must not have been alerted
      *> before; only then is the alert written and logged.  A
      *> customer who has not opted in is never written, whatever
      *> else is on file.
           Set Ws-Opted-In-Flag To 'N'
           If Owner-Was-Found
             Evaluate True
             When Ntf-Low-Balance
               If Custm-Wants-Low-Balance
                 Set Customer-Opted-In To True
               End-If
             When Ntf-Bsu-Limit
               If Custm-Wants-Bsu-Limit
                 Set Customer-Opted-In To True
               End-If
             When Ntf-Hold-Placed
                 Or Ntf-Status-Changed
               If Custm-Wants-Account-Change
                 Set Customer-Opted-In To True
               End-If
             When Ntf-Rejected-Funds
               If Custm-Wants-Rejected-Funds
                 Set Customer-Opted-In To True
               End-If
             End-Evaluate
           End-If

           Evaluate True
           When Not Owner-Was-Found
             Add 1 To Ws-No-Owner-Count
           When Not Customer-Opted-In
             Add 1 To Ws-Not-Opted-Count
           When Not Custm-Channel-Valid
             Add 1 To Ws-No-Contact-Count
           When Custm-Alert-By-Sms
               And Custm-Mobile-Number = Spaces
             Add 1 To Ws-No-Contact-Count
           When Custm-Alert-By-Email
               And Custm-Email-Address = Spaces
             Add 1 To Ws-No-Contact-Count
           When Other
             Perform Fetch-Notify-Log
             If Nlog-Was-Found
               Add 1 To Ws-Already-Sent-Count
             Else
               Perform Write-Alert
             End-If
           End-Evaluate

           Exit.

       Fetch-Notify-Log Section.

           Set Ws-Nlog-Found-Flag To 'N'
           Move Ws-Log-Key To Nlog-Key
           Read Notify-Log-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Nlog-Was-Found To True
           End-Read

           Exit.

       Write-Alert Section.

           Move Custm-Number To Ntf-Customer-Number
           Move Custm-Name To Ntf-Customer-Name
           Move Custm-Alert-Channel To Ntf-Alert-Channel
           If Custm-Alert-By-Sms
             Move Custm-Mobile-Number To Ntf-Mobile-Number
           End-If
           If Custm-Alert-By-Email
             Move Custm-Email-Address To Ntf-Email-Address
           End-If
           Write Notify-Record

           Add 1 To Ws-Alert-Count
           Compute Ws-Notify-Hash = Function Mod(
               Ws-Notify-Hash + Ntf-Amount, 1000000000)
           Evaluate True
           When Ntf-Low-Balance
             Add 1 To Ws-Low-Balance-Count
           When Ntf-Bsu-Limit
             Add 1 To Ws-Bsu-Limit-Count
           When Ntf-Hold-Placed
             Add 1 To Ws-Hold-Count
           When Ntf-Status-Changed
             Add 1 To Ws-Status-Count
           When Ntf-Rejected-Funds
             Add 1 To Ws-Rejected-Count
           End-Evaluate

           Move Ws-Log-Key To Nlog-Key
           Move Custm-Number To Nlog-Customer-Number
           Move Ws-Business-Date To Nlog-Sent-Date
           Write Notify-Log-Record
             Invalid Key
               Display 'NOTIFLOG WRITE FAILED, ACCOUNT: '
                   Nlog-Account-Number
           End-Write

           Exit.

       Purge-Notify-Log Section.

      *> A low-balance entry goes with its account once the account
      *> has left the master; a Bsu limit entry at the turn of the
      *> year; every other entry once it is past the keep period,
      *> by when the event can no longer be met again.
           Set Ws-Nlog-Eof-Flag To 'N'
           Move Low-Values To Nlog-Key
           Start Notify-Log-File
               Key Not < Nlog-Key
             Invalid Key
               Set Nlog-Eof To True
           End-Start

           Perform Until Nlog-Eof
             Read Notify-Log-File Next
               At End
                 Set Nlog-Eof To True
               Not At End
                 Evaluate Nlog-Alert-Type
                 When 'L'
                   If Acct-File-Present
                     Move Nlog-Account-Number To Acct-Master-Number
                     Read Acct-Master-File
                       Invalid Key
                         Delete Notify-Log-File
                         Add 1 To Ws-Purged-Count
                     End-Read
                   End-If
                 When 'B'
                   If Nlog-Event-Date < Ws-Year-Event-Date
                     Delete Notify-Log-File
                     Add 1 To Ws-Purged-Count
                   End-If
                 When Other
                   Compute Ws-Age-Days = Ws-Business-Day
                     - Function Integer-Of-Date(Nlog-Sent-Date)
                   If Ws-Age-Days > Ws-Notify-Keep-Days
                     Delete Notify-Log-File
                     Add 1 To Ws-Purged-Count
                   End-If
                 End-Evaluate
             End-Read
           End-Perform

           Exit.

       Register-Run-Start Section.

      *> The run register is checked before any file is opened.  The
      *> alerts follow tonight's posting run, so the balances are
      *> tonight's and REJOUT holds tonight's rejects.
           Move 'AMTNOTIF' To Runreg-Step
           Move 'MAIN' To Runreg-Predecessor
           Call Pgm-Runreg Using Runreg-Request
           If Not Runreg-Step-Cleared
             Move 12 To Return-Code
           End-If

           Exit.

       Register-Run-End Section.

           Call Pgm-Runreg-End Using Runreg-Request

           Exit.

       Load-Parameters Section.

      *> The file carries one record per effective date, in any
      *> order; the record with the latest effective date on or
      *> before the business date wins.  No file, or no record yet
      *> in effect, leaves the compiled defaults standing.
           Move Function Current-Date(1:8) To Ws-Business-Date
           Open Input Param-File
           If Ws-Param-File-Status Not = '35'
             Perform Read-Param-Record
             Perform Until Param-Eof
               If Param-Effective-Date <= Ws-Business-Date
                 And Param-Effective-Date >= Ws-Best-Effective-Date
                 Move Param-Effective-Date
                     To Ws-Best-Effective-Date
                 Move Param-Bsu-Annual-Limit To Ws-Bsu-Annual-Limit
                 Move Param-Notify-Bsu-Pct To Ws-Notify-Bsu-Pct
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

       Read-Master Section.

           Read Acct-Master-File Next
             At End
               Set Acct-Eof To True
           End-Read

           Exit.

       Read-Reject Section.

           If Ws-Reject-File-Status = '35'
             Set Reject-Eof To True
           Else
             Read Reject-File
               At End
                 Set Reject-Eof To True
               Not At End
                 Add 1 To Ws-Reject-Count
             End-Read
           End-If

           Exit.

       Read-Audit Section.

           If Ws-Audit-File-Status = '35'
             Set Audit-Eof To True
           Else
             Read Audit-File
               At End
                 Set Audit-Eof To True
               Not At End
                 Add 1 To Ws-Audit-Count
             End-Read
           End-If

           Exit.
