       Identification Division.
       Program-Id. Amtdorm.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> The history master is only created on the first posting run,
      *> so File Status lets 1000-Main treat a missing file (status
      *> 35) as an empty history instead of abending.
           Select History-File Assign To 'TRANHIST'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is History-Sequence-Number
               File Status Is Ws-History-File-Status.

      *> Swept in key order to set and report the dormant status,
      *> then read by key to find the accounts that have since been
      *> closed.
           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Acct-Master-Number.

      *> Date of each account's last customer-initiated posting, and
      *> the date it was made dormant.  History is purged after a
      *> while, so the date has to be carried forward here rather
      *> than found again in TRANHIST every night.  Created empty on
      *> the first run (status 35).
           Select Last-Activity-File Assign To 'LASTACT'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Lact-Account-Number
               File Status Is Ws-Lact-File-Status.

      *> Owner identity for the unclaimed-funds list.  Both masters
      *> may be missing before Amtcmnt's first run (status 35); the
      *> account is then listed without an owner for the branch to
      *> trace.
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

           Select Unclaimed-File Assign To 'UNCLOUT'
               Organization Is Sequential.

           Select Dormancy-Report-File Assign To 'DORMRPT'
               Organization Is Sequential.

      *> Effective-dated run parameters, for the dormancy and
      *> unclaimed-funds periods.  File Status lets the load fall
      *> back to the compiled defaults when no parameter file is
      *> supplied (status 35).
           Select Param-File Assign To 'PARMIN'
               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

       Data Division.

       File Section.

       FD  History-File.
       Copy History.

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

      *> Lact-Dormant-Date is zero while the account is active; it
      *> is set on the night the account is made dormant, so a later
      *> run that finds the account open again knows the branch has
      *> reactivated it.
       FD  Last-Activity-File.
       01  Last-Activity-Record.
           05  Lact-Account-Number          Pic 9(11).
           05  Lact-Last-Activity-Date      Pic 9(8).
           05  Lact-Last-Activity-Seq       Pic 9(9).
           05  Lact-Dormant-Date            Pic 9(8).

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

      *> Unclaimed-funds list for the authorities: one record per
      *> account dormant past the statutory period with money still
      *> on it, with the owner's identity as it stands on the
      *> customer master.  The full list is written every run.
       FD  Unclaimed-File.
       01  Unclaimed-Record.
           05  Uncl-Account-Number          Pic 9(11).
           05  Uncl-Account-Type            Pic X(10).
           05  Uncl-Balance                 Pic 9(11)V99.
           05  Uncl-Last-Activity-Date      Pic 9(8).
           05  Uncl-Dormant-Date            Pic 9(8).
           05  Uncl-Customer-Number         Pic 9(9).
           05  Uncl-National-Id             Pic X(11).
           05  Uncl-Name                    Pic X(30).
           05  Uncl-Address-1               Pic X(30).
           05  Uncl-Address-2               Pic X(30).
           05  Uncl-Postal-Code             Pic X(4).
           05  Uncl-City                    Pic X(20).

      *> The list crosses to the authorities, so it carries the
      *> interchange envelope, hashed on the balance.  The pads
      *> stretch to the 184-byte record length so the file stays
      *> fixed-length.
       Copy Envelope
           Replacing ==Pic X(48)== By ==Pic X(167)==
                     ==Pic X(44)== By ==Pic X(163)==.

       FD  Dormancy-Report-File.
       01  Dormancy-Report-Record           Pic X(132).

       FD  Param-File.
       Copy Params.

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-History-Eof-Flag  Pic X Value 'N'.
             88 History-Eof            Value 'Y'.
          05 Ws-Acct-Eof-Flag     Pic X Value 'N'.
             88 Acct-Eof               Value 'Y'.
          05 Ws-Lact-Eof-Flag     Pic X Value 'N'.
             88 Lact-Eof               Value 'Y'.
          05 Ws-Param-Eof-Flag    Pic X Value 'N'.
             88 Param-Eof              Value 'Y'.
          05 Ws-Lact-Found-Flag   Pic X Value 'N'.
             88 Lact-Was-Found         Value 'Y'.
          05 Ws-Activity-Flag     Pic X Value 'N'.
             88 Customer-Activity      Value 'Y'.
          05 Ws-Link-Present-Flag Pic X Value 'N'.
             88 Link-File-Present      Value 'Y'.
          05 Ws-Cust-Present-Flag Pic X Value 'N'.
             88 Cust-File-Present      Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-History-File-Status Pic XX.
          05 Ws-Lact-File-Status    Pic XX.
          05 Ws-Link-Master-Status  Pic XX.
          05 Ws-Cust-Master-Status  Pic XX.
          05 Ws-Param-File-Status   Pic XX.

       01 Ws-Counters.
          05 Ws-History-Count     Pic 9(9) Value 0.
          05 Ws-Activity-Count    Pic 9(9) Value 0.
          05 Ws-Acct-Count        Pic 9(9) Value 0.
          05 Ws-First-Seen-Count  Pic 9(9) Value 0.
          05 Ws-New-Dormant-Count Pic 9(9) Value 0.
          05 Ws-Reactivated-Count Pic 9(9) Value 0.
          05 Ws-Dormant-Count     Pic 9(9) Value 0.
          05 Ws-Unclaimed-Count   Pic 9(9) Value 0.
          05 Ws-Removed-Count     Pic 9(9) Value 0.

       01 Ws-Totals.
          05 Ws-Dormant-Balance   Pic S9(13)V99 Value 0.
          05 Ws-Unclaimed-Total   Pic 9(13)V99 Value 0.
          05 Ws-Unclaimed-Hash    Pic 9(9)V99 Value 0.

      *> Inactivity period before an open account is made dormant,
      *> and the statutory period after which a dormant account's
      *> money is reported as unclaimed, both counted in days from
      *> the last customer-initiated posting.  The Value clauses are
      *> only the fall-back defaults: Load-Parameters replaces them
      *> with the PARMIN record in effect on the business date.
       01 Ws-Dormancy-Days        Pic 9(5) Value 730.
       01 Ws-Unclaimed-Days       Pic 9(5) Value 3650.

       01 Ws-Param-Work.
          05 Ws-Business-Date       Pic 9(8) Value 0.
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

       01 Ws-Idle-Days            Pic 9(7) Value 0.

       01 Ws-Runreg-Pgms.
          05 Pgm-Runreg          Pic X(8)  Value 'AMTRUNRG'.
          05 Pgm-Runreg-End      Pic X(16) Value 'AMTRUNRG-END'.

       Copy Runreg.

       Copy Seqrng.

       01 Dorm-Header-Line.
          05 Filler              Pic X(44)
             Value 'AMTDORM DORMANT ACCOUNTS - DORMANCY REPORT'.
          05 Filler              Pic X(88) Value Spaces.

       01 Dorm-Date-Line.
          05 Filler              Pic X(24) Value 'BUSINESS DATE'.
          05 Filler              Pic X(2)  Value ': '.
          05 Drl-Date            Pic 9(8).
          05 Filler              Pic X(98) Value Spaces.

       01 Dorm-Column-Line.
          05 Filler              Pic X(13) Value 'ACCOUNT'.
          05 Filler              Pic X(12) Value 'TYPE'.
          05 Filler              Pic X(20) Value '           BALANCE'.
          05 Filler              Pic X(10) Value 'LAST ACT'.
          05 Filler              Pic X(10) Value 'DORMANT'.
          05 Filler              Pic X(8)  Value '  IDLE'.
          05 Filler              Pic X(59) Value 'ACTION'.

       01 Dorm-Detail-Line.
          05 Drd-Account         Pic 9(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Drd-Type            Pic X(10).
          05 Filler              Pic X(2)  Value Spaces.
          05 Drd-Balance         Pic ---.---.---.--9,99.
          05 Filler              Pic X(2)  Value Spaces.
          05 Drd-Last-Activity   Pic 9(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Drd-Dormant-Date    Pic X(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Drd-Idle-Days       Pic ZZ.ZZ9.
          05 Filler              Pic X(2)  Value Spaces.
          05 Drd-Action-Text     Pic X(30).
          05 Filler              Pic X(29) Value Spaces.

       01 Dorm-Count-Line.
          05 Drl-Count-Label     Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Drl-Count           Pic 9(9).
          05 Filler              Pic X(97) Value Spaces.

       01 Dorm-Amount-Line.
          05 Drl-Amount-Label    Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Drl-Amount          Pic -.---.---.---.--9,99.
          05 Filler              Pic X(86) Value Spaces.

       01 Dorm-Blank-Line        Pic X(132) Value Spaces.

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

      *> Status 35 means the activity file does not exist yet - the
      *> very first run creates it empty, then reopens it I-O.
           Open I-O Last-Activity-File
           If Ws-Lact-File-Status = '35'
             Open Output Last-Activity-File
             Close Last-Activity-File
             Open I-O Last-Activity-File
           End-If

           Open Input Link-Master-File
           If Ws-Link-Master-Status Not = '35'
             Set Link-File-Present To True
           End-If

           Open Input Cust-Master-File
           If Ws-Cust-Master-Status Not = '35'
             Set Cust-File-Present To True
           End-If

           Open Output Unclaimed-File
           Open Output Dormancy-Report-File

           Move Spaces To Envelope-Header
           Move 'H' To Env-Header-Type
           Move Ws-Business-Date To Env-Creation-Date
           Move 'AMTDORM' To Env-Source-Id
           Write Envelope-Header

           Write Dormancy-Report-Record From Dorm-Header-Line
           Move Ws-Business-Date To Drl-Date
           Write Dormancy-Report-Record From Dorm-Date-Line
           Write Dormancy-Report-Record From Dorm-Blank-Line
           Write Dormancy-Report-Record From Dorm-Column-Line

           Exit.

       1000-Main Section.

      *> Pass 1: carry every customer-initiated posting in history
      *> onto the activity file.
           Open Input History-File
           Perform Read-History
           Perform Until History-Eof
             Perform Record-Activity
             Perform Read-History
           End-Perform
           If Ws-History-File-Status Not = '35'
             Close History-File
           End-If

      *> Pass 2: sweep the master, setting and reporting dormancy.
           Open I-O Acct-Master-File
           Perform Read-Master
           Perform Until Acct-Eof
             Add 1 To Ws-Acct-Count
             Perform Check-Dormancy
             Perform Read-Master
           End-Perform

      *> Pass 3: drop the activity records of closed accounts.
           Perform Remove-Closed-Accounts
           Close Acct-Master-File

           Exit.

       2000-Exit Section.

           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Unclaimed-Count To Env-Record-Count
           Move Ws-Unclaimed-Hash To Env-Hash-Total
           Write Envelope-Trailer

           Perform Write-Report-Totals

           Close Last-Activity-File
           If Link-File-Present
             Close Link-Master-File
           End-If
           If Cust-File-Present
             Close Cust-Master-File
           End-If
           Close Unclaimed-File
           Close Dormancy-Report-File

           Display '==========================================='
           Display ' AMTDORM - DORMANT ACCOUNT SUMMARY'
           Display '==========================================='
           Display ' HISTORY RECORDS READ . . . : ' Ws-History-Count
           Display ' CUSTOMER POSTINGS COUNTED. : ' Ws-Activity-Count
           Display ' ACCOUNTS READ. . . . . . . : ' Ws-Acct-Count
           Display ' ACCOUNTS FIRST SEEN. . . . : '
               Ws-First-Seen-Count
           Display ' NEWLY DORMANT. . . . . . . : '
               Ws-New-Dormant-Count
           Display ' REACTIVATED BY BRANCH. . . : '
               Ws-Reactivated-Count
           Display ' DORMANT ACCOUNTS, ALL. . . : ' Ws-Dormant-Count
           Display ' BALANCE ON DORMANT . . . . : ' Ws-Dormant-Balance
           Display ' UNCLAIMED ACCOUNTS LISTED. : '
               Ws-Unclaimed-Count
           Display ' UNCLAIMED FUNDS TOTAL. . . : ' Ws-Unclaimed-Total
           Display ' CLOSED ACCOUNTS REMOVED. . : ' Ws-Removed-Count
           Display '==========================================='

           Exit.

       Record-Activity Section.

      *> Only a posting the customer asked for keeps the account
      *> alive.  Interest (sequence and type zero) and Class '9'
      *> corrections are the bank's own doing, and every system
      *> sequence range - standing orders, inbound clearing credits
      *> from third parties, returned payments - is generated, not
      *> ordered; the one exception is a payment to another bank,
      *> which only ever goes out on the customer's own order.
           Set Ws-Activity-Flag To 'Y'
           Evaluate True
           When History-Sequence-Number = 0
               Or History-Transaction-Type = 0
             Set Ws-Activity-Flag To 'N'
           When History-Transaction-Class = '9'
             Set Ws-Activity-Flag To 'N'
           When History-Sequence-Number >= Seq-Payment-Out-Base
               And History-Sequence-Number <= Seq-Payment-Out-Limit
             Continue
           When History-Sequence-Number >= Seq-Standing-Order-Base
             Set Ws-Activity-Flag To 'N'
           End-Evaluate

           If Customer-Activity
             Add 1 To Ws-Activity-Count
             Perform Fetch-Last-Activity
             Evaluate True
             When Not Lact-Was-Found
               Move History-Account-Number To Lact-Account-Number
               Move History-Posting-Date To Lact-Last-Activity-Date
               Move History-Sequence-Number To Lact-Last-Activity-Seq
               Move 0 To Lact-Dormant-Date
               Write Last-Activity-Record
                 Invalid Key
                   Display 'LASTACT WRITE FAILED, ACCOUNT: '
                       Lact-Account-Number
               End-Write
             When History-Posting-Date > Lact-Last-Activity-Date
               Move History-Posting-Date To Lact-Last-Activity-Date
               Move History-Sequence-Number To Lact-Last-Activity-Seq
               Rewrite Last-Activity-Record
             End-Evaluate
           End-If

           Exit.

       Fetch-Last-Activity Section.

           Set Ws-Lact-Found-Flag To 'N'
           Move History-Account-Number To Lact-Account-Number
           Read Last-Activity-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Lact-Was-Found To True
           End-Read

           Exit.

       Check-Dormancy Section.

      *> An account with no customer posting on record starts its
      *> clock the first night it is seen - history may already
      *> have been purged, and an account is not made dormant on
      *> the strength of missing data.
           Set Ws-Lact-Found-Flag To 'N'
           Move Acct-Master-Number To Lact-Account-Number
           Read Last-Activity-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Lact-Was-Found To True
           End-Read

           If Not Lact-Was-Found
             Move Acct-Master-Number To Lact-Account-Number
             Move Ws-Business-Date To Lact-Last-Activity-Date
             Move 0 To Lact-Last-Activity-Seq
             Move 0 To Lact-Dormant-Date
             Write Last-Activity-Record
               Invalid Key
                 Display 'LASTACT WRITE FAILED, ACCOUNT: '
                     Lact-Account-Number
             End-Write
             Add 1 To Ws-First-Seen-Count
           End-If

      *> A dormant date on an account that is no longer dormant means
      *> the branch reactivated it through Amtmaint.  The customer
      *> has been in touch, so the clock restarts from tonight.
           If Lact-Dormant-Date Not = 0
             And Not Acct-Master-Is-Dormant
             Move Ws-Business-Date To Lact-Last-Activity-Date
             Move 0 To Lact-Dormant-Date
             Rewrite Last-Activity-Record
             Add 1 To Ws-Reactivated-Count
             Move 'REACTIVATED BY BRANCH' To Drd-Action-Text
             Perform Write-Dormancy-Detail
           End-If

           Compute Ws-Idle-Days =
               Function Integer-Of-Date(Ws-Business-Date)
             - Function Integer-Of-Date(Lact-Last-Activity-Date)

      *> Only an open account is made dormant.  A frozen, blocked
      *> or close-pending account is already under the branch's eye,
      *> and overwriting its status would lose the reason it was
      *> set.
           Evaluate True
           When Acct-Master-Is-Open
               And Ws-Idle-Days >= Ws-Dormancy-Days
             Move 'I' To Acct-Master-Status
             Rewrite Acct-Master-Record
             Move Ws-Business-Date To Lact-Dormant-Date
             Rewrite Last-Activity-Record
             Add 1 To Ws-New-Dormant-Count
             Move 'MADE DORMANT' To Drd-Action-Text
             Perform Count-Dormant-Account
           When Acct-Master-Is-Dormant
      *> Dormant before this file kept the date (or set by hand):
      *> date it from tonight so the report and list carry one.
             If Lact-Dormant-Date = 0
               Move Ws-Business-Date To Lact-Dormant-Date
               Rewrite Last-Activity-Record
             End-If
             Move 'DORMANT' To Drd-Action-Text
             Perform Count-Dormant-Account
           End-Evaluate

           Exit.

       Count-Dormant-Account Section.

           Add 1 To Ws-Dormant-Count
           Add Acct-Master-Balance To Ws-Dormant-Balance

           If Ws-Idle-Days >= Ws-Unclaimed-Days
             And Acct-Master-Balance > 0
             Perform Write-Unclaimed
             Move 'DORMANT - REPORTED UNCLAIMED' To Drd-Action-Text
           End-If

           Perform Write-Dormancy-Detail

           Exit.

       Write-Unclaimed Section.

           Move Spaces To Unclaimed-Record
           Move Acct-Master-Number To Uncl-Account-Number
           Move Acct-Master-Type To Uncl-Account-Type
           Move Acct-Master-Balance To Uncl-Balance
           Move Lact-Last-Activity-Date To Uncl-Last-Activity-Date
           Move Lact-Dormant-Date To Uncl-Dormant-Date
           Move 0 To Uncl-Customer-Number

           If Link-File-Present
             Move Acct-Master-Number To Linkm-Account-Number
             Read Link-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Move Linkm-Customer-Number To Uncl-Customer-Number
             End-Read
           End-If

           If Uncl-Customer-Number Not = 0
             And Cust-File-Present
             Move Uncl-Customer-Number To Custm-Number
             Read Cust-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Move Custm-National-Id To Uncl-National-Id
                 Move Custm-Name To Uncl-Name
                 Move Custm-Address-1 To Uncl-Address-1
                 Move Custm-Address-2 To Uncl-Address-2
                 Move Custm-Postal-Code To Uncl-Postal-Code
                 Move Custm-City To Uncl-City
             End-Read
           End-If

           Write Unclaimed-Record

           Add 1 To Ws-Unclaimed-Count
           Add Uncl-Balance To Ws-Unclaimed-Total
           Compute Ws-Unclaimed-Hash = Function Mod(
               Ws-Unclaimed-Hash + Uncl-Balance, 1000000000)

           Exit.

       Write-Dormancy-Detail Section.

           Move Acct-Master-Number To Drd-Account
           Move Acct-Master-Type To Drd-Type
           Move Acct-Master-Balance To Drd-Balance
           Move Lact-Last-Activity-Date To Drd-Last-Activity
           If Lact-Dormant-Date = 0
             Move Spaces To Drd-Dormant-Date
           Else
             Move Lact-Dormant-Date To Drd-Dormant-Date
           End-If
           Move Ws-Idle-Days To Drd-Idle-Days
           Write Dormancy-Report-Record From Dorm-Detail-Line

           Exit.

       Remove-Closed-Accounts Section.

      *> An account closed since the last run has left the master;
      *> its activity record would otherwise stay for ever.
           Set Ws-Lact-Eof-Flag To 'N'
           Move 0 To Lact-Account-Number
           Start Last-Activity-File
               Key Not < Lact-Account-Number
             Invalid Key
               Set Lact-Eof To True
           End-Start

           Perform Until Lact-Eof
             Read Last-Activity-File Next
               At End
                 Set Lact-Eof To True
               Not At End
                 Move Lact-Account-Number To Acct-Master-Number
                 Read Acct-Master-File
                   Invalid Key
                     Delete Last-Activity-File
                     Add 1 To Ws-Removed-Count
                 End-Read
             End-Read
           End-Perform

           Exit.

       Write-Report-Totals Section.

           Write Dormancy-Report-Record From Dorm-Blank-Line

           Move 'DORMANCY PERIOD (DAYS)' To Drl-Count-Label
           Move Ws-Dormancy-Days To Drl-Count
           Write Dormancy-Report-Record From Dorm-Count-Line

           Move 'UNCLAIMED PERIOD (DAYS)' To Drl-Count-Label
           Move Ws-Unclaimed-Days To Drl-Count
           Write Dormancy-Report-Record From Dorm-Count-Line

           Move 'ACCOUNTS READ' To Drl-Count-Label
           Move Ws-Acct-Count To Drl-Count
           Write Dormancy-Report-Record From Dorm-Count-Line

           Move 'NEWLY DORMANT' To Drl-Count-Label
           Move Ws-New-Dormant-Count To Drl-Count
           Write Dormancy-Report-Record From Dorm-Count-Line

           Move 'REACTIVATED BY BRANCH' To Drl-Count-Label
           Move Ws-Reactivated-Count To Drl-Count
           Write Dormancy-Report-Record From Dorm-Count-Line

           Move 'DORMANT ACCOUNTS, ALL' To Drl-Count-Label
           Move Ws-Dormant-Count To Drl-Count
           Write Dormancy-Report-Record From Dorm-Count-Line

           Move 'BALANCE ON DORMANT' To Drl-Amount-Label
           Move Ws-Dormant-Balance To Drl-Amount
           Write Dormancy-Report-Record From Dorm-Amount-Line

           Move 'UNCLAIMED ACCOUNTS' To Drl-Count-Label
           Move Ws-Unclaimed-Count To Drl-Count
           Write Dormancy-Report-Record From Dorm-Count-Line

           Move 'UNCLAIMED FUNDS TOTAL' To Drl-Amount-Label
           Move Ws-Unclaimed-Total To Drl-Amount
           Write Dormancy-Report-Record From Dorm-Amount-Line

           Exit.

       Register-Run-Start Section.

      *> The run register is checked before any file is opened.  The
      *> sweep must follow tonight's posting run, or an account the
      *> customer used today could be made dormant on yesterday's
      *> history.
           Move 'AMTDORM' To Runreg-Step
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
                 Move Param-Dormancy-Days To Ws-Dormancy-Days
                 Move Param-Unclaimed-Days To Ws-Unclaimed-Days
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

       Read-History Section.

           If Ws-History-File-Status = '35'
             Set History-Eof To True
           Else
             Read History-File
               At End
                 Set History-Eof To True
               Not At End
                 Add 1 To Ws-History-Count
             End-Read
           End-If

           Exit.

       Read-Master Section.

           Read Acct-Master-File Next
             At End
               Set Acct-Eof To True
           End-Read

           Exit.
