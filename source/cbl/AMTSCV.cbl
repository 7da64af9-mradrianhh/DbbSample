       Identification Division.
       Program-Id. Amtscv.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is Acct-Master-Number.

      *> Identity data for the single customer view.  Both masters
      *> are only created on Amtcmnt's first run, so File Status
      *> lets 0000-Init treat a missing file (status 35) as an empty
      *> one and route every account to the exception list instead
      *> of abending.
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

      *> Per-account extract in master (account) order, resorted
      *> into customer order so each customer's deposits total up in
      *> one control break.
           Select Scv-Work-File Assign To 'SCVWRK'
               Organization Is Sequential.

           Select Sort-File Assign To 'SORTWK'.

           Select Sorted-Scv-File Assign To 'SCVSRT'
               Organization Is Sequential.

           Select Scv-File Assign To 'SCVOUT'
               Organization Is Sequential.

      *> One record per account that could not be put under a
      *> customer - its money is in the master total but not on the
      *> file, and the branch has to repair the link.
           Select Exception-File Assign To 'SCVEXC'
               Organization Is Sequential.

           Select Control-Report-File Assign To 'SCVRPT'
               Organization Is Sequential.

      *> Effective-dated run parameters, for the guarantee ceiling.
      *> File Status lets the load fall back to the compiled default
      *> when no parameter file is supplied (status 35).
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

      *> Sw-Deposit-Amount is the balance the guarantee counts: the
      *> master balance, or zero for an overdrawn brukskonto - a
      *> debt to the bank is not a deposit.
       FD  Scv-Work-File.
       01  Scv-Work-Record.
           05  Sw-Customer-Number           Pic 9(9).
           05  Sw-Account-Number            Pic 9(11).
           05  Sw-Deposit-Amount            Pic 9(11)V99.

       SD  Sort-File.
       01  Sort-Record.
           05  Sort-Customer-Number         Pic 9(9).
           05  Sort-Account-Number          Pic 9(11).
           05  Sort-Deposit-Amount          Pic 9(11)V99.

       FD  Sorted-Scv-File.
       01  Sorted-Scv-Record.
           05  Ss-Customer-Number           Pic 9(9).
           05  Ss-Account-Number            Pic 9(11).
           05  Ss-Deposit-Amount            Pic 9(11)V99.

      *> Single customer view for the deposit guarantee scheme: one
      *> record per customer, with identity, the total of the
      *> customer's deposits across all accounts, and the split into
      *> the amount covered up to the guarantee ceiling and the
      *> amount above it.
       FD  Scv-File.
       01  Scv-Record.
           05  Scv-Customer-Number          Pic 9(9).
           05  Scv-National-Id              Pic X(11).
           05  Scv-Name                     Pic X(30).
           05  Scv-Address-1                Pic X(30).
           05  Scv-Address-2                Pic X(30).
           05  Scv-Postal-Code              Pic X(4).
           05  Scv-City                     Pic X(20).
           05  Scv-Account-Count            Pic 9(5).
           05  Scv-Total-Deposits           Pic 9(11)V99.
           05  Scv-Covered-Amount           Pic 9(11)V99.
           05  Scv-Uncovered-Amount         Pic 9(11)V99.

      *> The file crosses to the guarantee fund, so it carries the
      *> interchange envelope, hashed on the customer total.  The
      *> pads stretch to the 178-byte record length so the file
      *> stays fixed-length.
       Copy Envelope
           Replacing ==Pic X(48)== By ==Pic X(161)==
                     ==Pic X(44)== By ==Pic X(157)==.

       FD  Exception-File.
       01  Scv-Exception-Record.
           05  Sx-Account-Number            Pic 9(11).
           05  Filler                       Pic X(2).
           05  Sx-Deposit-Amount            Pic Z.ZZZ.ZZZ.ZZ9,99.
           05  Filler                       Pic X(2).
           05  Sx-Reason-Text               Pic X(30).

       FD  Control-Report-File.
       01  Control-Report-Record            Pic X(132).

       FD  Param-File.
       Copy Params.

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Acct-Eof-Flag    Pic X Value 'N'.
             88 Acct-Eof               Value 'Y'.
          05 Ws-Sorted-Eof-Flag  Pic X Value 'N'.
             88 Sorted-Eof             Value 'Y'.
          05 Ws-Param-Eof-Flag   Pic X Value 'N'.
             88 Param-Eof              Value 'Y'.
          05 Ws-Link-Present-Flag Pic X Value 'N'.
             88 Link-File-Present      Value 'Y'.
          05 Ws-Cust-Present-Flag Pic X Value 'N'.
             88 Cust-File-Present      Value 'Y'.
          05 Ws-Cust-Known-Flag  Pic X Value 'N'.
             88 Customer-Known         Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Link-Master-Status Pic XX.
          05 Ws-Cust-Master-Status Pic XX.
          05 Ws-Param-File-Status  Pic XX.

       01 Ws-Counters.
          05 Ws-Acct-Count        Pic 9(9) Value 0.
          05 Ws-Linked-Count      Pic 9(9) Value 0.
          05 Ws-Exception-Count   Pic 9(9) Value 0.
          05 Ws-Customer-Count    Pic 9(9) Value 0.
          05 Ws-Overdrawn-Count   Pic 9(9) Value 0.

      *> Control totals.  The proof is that every krone of positive
      *> balance on the master lands either on the file or on the
      *> exception list - nothing lost, nothing counted twice.
       01 Ws-Totals.
          05 Ws-Master-Positive   Pic 9(13)V99 Value 0.
          05 Ws-File-Total        Pic 9(13)V99 Value 0.
          05 Ws-Exception-Total   Pic 9(13)V99 Value 0.
          05 Ws-Proof-Total       Pic 9(13)V99 Value 0.
          05 Ws-Covered-Total     Pic 9(13)V99 Value 0.
          05 Ws-Uncovered-Total   Pic 9(13)V99 Value 0.
          05 Ws-Scv-Hash          Pic 9(9)V99 Value 0.

      *> Deposit guarantee ceiling per customer.  The Value clause
      *> is only the fall-back default: Load-Parameters replaces it
      *> with the PARMIN record in effect on the business date.
       01 Ws-Guarantee-Ceiling    Pic 9(9)V99 Value 2000000.

       01 Ws-Param-Work.
          05 Ws-Business-Date       Pic 9(8) Value 0.
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

       01 Ws-Customer-Work.
          05 Ws-Current-Customer  Pic 9(9) Value 0.
          05 Ws-Customer-Total    Pic 9(11)V99 Value 0.
          05 Ws-Customer-Accounts Pic 9(5) Value 0.

       01 Scv-Header-Line.
          05 Filler              Pic X(44)
             Value 'AMTSCV DEPOSIT GUARANTEE - CONTROL REPORT'.
          05 Filler              Pic X(88) Value Spaces.

       01 Scv-Date-Line.
          05 Filler              Pic X(24) Value 'BUSINESS DATE'.
          05 Filler              Pic X(2)  Value ': '.
          05 Scl-Date            Pic 9(8).
          05 Filler              Pic X(98) Value Spaces.

       01 Scv-Count-Line.
          05 Scl-Count-Label     Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Scl-Count           Pic 9(9).
          05 Filler              Pic X(97) Value Spaces.

       01 Scv-Amount-Line.
          05 Scl-Amount-Label    Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Scl-Amount          Pic Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 Filler              Pic X(86) Value Spaces.

       01 Scv-Proof-Line.
          05 Filler              Pic X(24) Value 'CONTROL PROOF'.
          05 Filler              Pic X(2)  Value ': '.
          05 Scl-Proof-Text      Pic X(30).
          05 Filler              Pic X(76) Value Spaces.

       Procedure Division.

           Perform 0000-Init
           Perform 1000-Main
           Perform 2000-Exit

           Goback.

       0000-Init Section.

           Perform Load-Parameters

           Open Input Acct-Master-File
           Open Output Scv-Work-File
           Open Output Exception-File

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

           Perform Read-Master
           Perform Until Acct-Eof
             Add 1 To Ws-Acct-Count
             Perform Extract-Account
             Perform Read-Master
           End-Perform

           Close Acct-Master-File
           Close Scv-Work-File

           Sort Sort-File
               On Ascending Key Sort-Customer-Number
                                Sort-Account-Number
               Using Scv-Work-File
               Giving Sorted-Scv-File

           Open Input Sorted-Scv-File
           Open Output Scv-File

           Move Spaces To Envelope-Header
           Move 'H' To Env-Header-Type
           Move Ws-Business-Date To Env-Creation-Date
           Move 'AMTSCV' To Env-Source-Id
           Write Envelope-Header

           Perform Read-Sorted
           Perform Until Sorted-Eof
             Perform Build-Customer-View
           End-Perform

           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Customer-Count To Env-Record-Count
           Move Ws-Scv-Hash To Env-Hash-Total
           Write Envelope-Trailer

           Close Sorted-Scv-File
           Close Scv-File

           Exit.

       2000-Exit Section.

           Close Exception-File
           If Link-File-Present
             Close Link-Master-File
           End-If
           If Cust-File-Present
             Close Cust-Master-File
           End-If

           Perform Write-Control-Report

           Display '==========================================='
           Display ' AMTSCV - DEPOSIT GUARANTEE SCV SUMMARY'
           Display '==========================================='
           Display ' ACCOUNTS READ. . . . . . . : ' Ws-Acct-Count
           Display ' ACCOUNTS ON FILE . . . . . : ' Ws-Linked-Count
           Display ' ACCOUNTS ON EXCEPTIONS . . : '
               Ws-Exception-Count
           Display ' OVERDRAWN, COUNTED AS ZERO : '
               Ws-Overdrawn-Count
           Display ' CUSTOMERS ON FILE. . . . . : ' Ws-Customer-Count
           Display ' GUARANTEE CEILING. . . . . : '
               Ws-Guarantee-Ceiling
           Display ' TOTAL DEPOSITS ON FILE . . : ' Ws-File-Total
           Display ' TOTAL COVERED. . . . . . . : ' Ws-Covered-Total
           Display ' TOTAL UNCOVERED. . . . . . : ' Ws-Uncovered-Total
           Display '==========================================='

           Exit.

       Extract-Account Section.

      *> Every account feeds the master total; only an account with
      *> a link goes on to the customer sort.  An account without
      *> one is listed here, once, and its money carried into the
      *> exception total so the control page still proves.
           Move 0 To Sw-Deposit-Amount
           If Acct-Master-Balance > 0
             Move Acct-Master-Balance To Sw-Deposit-Amount
           Else
             If Acct-Master-Balance < 0
               Add 1 To Ws-Overdrawn-Count
             End-If
           End-If
           Add Sw-Deposit-Amount To Ws-Master-Positive

           Move 0 To Sw-Customer-Number
           If Link-File-Present
             Move Acct-Master-Number To Linkm-Account-Number
             Read Link-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Move Linkm-Customer-Number To Sw-Customer-Number
             End-Read
           End-If

           If Sw-Customer-Number = 0
             Move Acct-Master-Number To Sw-Account-Number
             Move 'NO CUSTOMER LINK' To Sx-Reason-Text
             Perform Write-Scv-Exception
           Else
             Move Acct-Master-Number To Sw-Account-Number
             Write Scv-Work-Record
           End-If

           Exit.

       Build-Customer-View Section.

      *> One control break per customer.  A link naming a customer
      *> who is no longer on the master leaves no identity to report
      *> under, so each of that customer's accounts goes to the
      *> exception list instead.
           Move Ss-Customer-Number To Ws-Current-Customer
           Move 0 To Ws-Customer-Total
           Move 0 To Ws-Customer-Accounts

           Set Ws-Cust-Known-Flag To 'N'
           If Cust-File-Present
             Move Ws-Current-Customer To Custm-Number
             Read Cust-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Set Customer-Known To True
             End-Read
           End-If

           Perform Until Sorted-Eof
               Or Ss-Customer-Number Not = Ws-Current-Customer
             If Customer-Known
               Add Ss-Deposit-Amount To Ws-Customer-Total
               Add 1 To Ws-Customer-Accounts
               Add 1 To Ws-Linked-Count
             Else
               Move Ss-Customer-Number To Sw-Customer-Number
               Move Ss-Account-Number To Sw-Account-Number
               Move Ss-Deposit-Amount To Sw-Deposit-Amount
               Move 'CUSTOMER NOT ON MASTER' To Sx-Reason-Text
               Perform Write-Scv-Exception
             End-If
             Perform Read-Sorted
           End-Perform

           If Customer-Known
             Perform Write-Customer-View
           End-If

           Exit.

       Write-Customer-View Section.

           Move Spaces To Scv-Record
           Move Custm-Number To Scv-Customer-Number
           Move Custm-National-Id To Scv-National-Id
           Move Custm-Name To Scv-Name
           Move Custm-Address-1 To Scv-Address-1
           Move Custm-Address-2 To Scv-Address-2
           Move Custm-Postal-Code To Scv-Postal-Code
           Move Custm-City To Scv-City
           Move Ws-Customer-Accounts To Scv-Account-Count
           Move Ws-Customer-Total To Scv-Total-Deposits

           If Ws-Customer-Total > Ws-Guarantee-Ceiling
             Move Ws-Guarantee-Ceiling To Scv-Covered-Amount
             Compute Scv-Uncovered-Amount =
                 Ws-Customer-Total - Ws-Guarantee-Ceiling
           Else
             Move Ws-Customer-Total To Scv-Covered-Amount
             Move 0 To Scv-Uncovered-Amount
           End-If

           Write Scv-Record

           Add 1 To Ws-Customer-Count
           Add Scv-Total-Deposits To Ws-File-Total
           Add Scv-Covered-Amount To Ws-Covered-Total
           Add Scv-Uncovered-Amount To Ws-Uncovered-Total
           Compute Ws-Scv-Hash = Function Mod(
               Ws-Scv-Hash + Scv-Total-Deposits, 1000000000)

           Exit.

       Write-Scv-Exception Section.

           Move Sw-Account-Number To Sx-Account-Number
           Move Sw-Deposit-Amount To Sx-Deposit-Amount
           Write Scv-Exception-Record
           Add 1 To Ws-Exception-Count
           Add Sw-Deposit-Amount To Ws-Exception-Total

           Exit.

       Write-Control-Report Section.

           Open Output Control-Report-File

           Write Control-Report-Record From Scv-Header-Line
           Move Ws-Business-Date To Scl-Date
           Write Control-Report-Record From Scv-Date-Line

           Move 'ACCOUNTS READ' To Scl-Count-Label
           Move Ws-Acct-Count To Scl-Count
           Write Control-Report-Record From Scv-Count-Line

           Move 'ACCOUNTS ON FILE' To Scl-Count-Label
           Move Ws-Linked-Count To Scl-Count
           Write Control-Report-Record From Scv-Count-Line

           Move 'ACCOUNTS ON EXCEPTIONS' To Scl-Count-Label
           Move Ws-Exception-Count To Scl-Count
           Write Control-Report-Record From Scv-Count-Line

           Move 'CUSTOMERS ON FILE' To Scl-Count-Label
           Move Ws-Customer-Count To Scl-Count
           Write Control-Report-Record From Scv-Count-Line

           Move 'GUARANTEE CEILING' To Scl-Amount-Label
           Move Ws-Guarantee-Ceiling To Scl-Amount
           Write Control-Report-Record From Scv-Amount-Line

           Move 'POSITIVE BAL ON MASTER' To Scl-Amount-Label
           Move Ws-Master-Positive To Scl-Amount
           Write Control-Report-Record From Scv-Amount-Line

           Move 'TOTAL DEPOSITS ON FILE' To Scl-Amount-Label
           Move Ws-File-Total To Scl-Amount
           Write Control-Report-Record From Scv-Amount-Line

           Move 'TOTAL ON EXCEPTIONS' To Scl-Amount-Label
           Move Ws-Exception-Total To Scl-Amount
           Write Control-Report-Record From Scv-Amount-Line

           Move 'TOTAL COVERED' To Scl-Amount-Label
           Move Ws-Covered-Total To Scl-Amount
           Write Control-Report-Record From Scv-Amount-Line

           Move 'TOTAL UNCOVERED' To Scl-Amount-Label
           Move Ws-Uncovered-Total To Scl-Amount
           Write Control-Report-Record From Scv-Amount-Line

      *> The proof the fund submission rests on: the file plus the
      *> exceptions account for every positive balance on the
      *> master, so no depositor's money has been left out.
           Compute Ws-Proof-Total =
               Ws-File-Total + Ws-Exception-Total
           Move 'FILE + EXCEPTIONS' To Scl-Amount-Label
           Move Ws-Proof-Total To Scl-Amount
           Write Control-Report-Record From Scv-Amount-Line

           If Ws-Proof-Total = Ws-Master-Positive
             And Ws-Exception-Count = 0
             Move 'PROVED' To Scl-Proof-Text
           Else
             If Ws-Proof-Total = Ws-Master-Positive
               Move 'PROVED - EXCEPTIONS TO REPAIR' To Scl-Proof-Text
               Move 4 To Return-Code
             Else
               Move 'NOT PROVED - DO NOT SUBMIT' To Scl-Proof-Text
               Move 8 To Return-Code
             End-If
           End-If
           Write Control-Report-Record From Scv-Proof-Line

           Close Control-Report-File

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
                 Move Param-Guarantee-Ceiling
                     To Ws-Guarantee-Ceiling
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

           Read Acct-Master-File
             At End
               Set Acct-Eof To True
           End-Read

           Exit.

       Read-Sorted Section.

           Read Sorted-Scv-File
             At End
               Set Sorted-Eof To True
           End-Read

           Exit.
