       Identification Division.
       Program-Id. Amtglcls.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> The ledger Amtglpst posts nightly.  Both files only exist
      *> once the first journal has been posted, so File Status lets
      *> 0000-Init refuse the close (status 35) instead of abending.
           Select Gl-Balance-File Assign To 'GLBAL'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Glbal-Key
               File Status Is Ws-Glbal-File-Status.

           Select Gl-Period-File Assign To 'GLPERD'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Glperd-Period
               File Status Is Ws-Glperd-File-Status.

      *> The customers' balances, for the customer-line check.  The
      *> close runs after the night's ledger posting and before the
      *> next posting run, so master and ledger stand at the same
      *> point.
           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is Acct-Master-Number
               File Status Is Ws-Acct-Master-Status.

      *> Closing balance of every line in the period being closed,
      *> carried from the trial balance pass to the roll-forward.
           Select Roll-Work-File Assign To 'GLROLL'
               Organization Is Sequential.

           Select Trial-Balance-File Assign To 'GLTBRPT'
               Organization Is Sequential.

       Data Division.

       File Section.

       FD  Gl-Balance-File.
       Copy Glbal.

       FD  Gl-Period-File.
       Copy Glperd.

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

       FD  Roll-Work-File.
       01  Roll-Work-Record.
           05  Roll-Gl-Code                 Pic X(6).
           05  Roll-Closing-Balance         Pic S9(13)V99.

       FD  Trial-Balance-File.
       01  Trial-Balance-Record             Pic X(132).

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Glbal-Eof-Flag   Pic X Value 'N'.
             88 Glbal-Eof              Value 'Y'.
          05 Ws-Glperd-Eof-Flag  Pic X Value 'N'.
             88 Glperd-Eof             Value 'Y'.
          05 Ws-Roll-Eof-Flag    Pic X Value 'N'.
             88 Roll-Eof               Value 'Y'.
          05 Ws-Acct-Eof-Flag    Pic X Value 'N'.
             88 Acct-Eof               Value 'Y'.
          05 Ws-Refused-Flag     Pic X Value 'N'.
             88 Close-Refused          Value 'Y'.
          05 Ws-Glbal-Found-Flag Pic X Value 'N'.
             88 Glbal-Was-Found        Value 'Y'.
          05 Ws-Period-Found-Flag Pic X Value 'N'.
             88 Period-Was-Found       Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Glbal-File-Status  Pic XX.
          05 Ws-Glperd-File-Status Pic XX.
          05 Ws-Acct-Master-Status Pic XX.

       01 Ws-Counters.
          05 Ws-Line-Count        Pic 9(9) Value 0.
          05 Ws-Rolled-Count      Pic 9(9) Value 0.
          05 Ws-Acct-Count        Pic 9(9) Value 0.

       01 Ws-Totals.
          05 Ws-Total-Opening     Pic S9(13)V99 Value 0.
          05 Ws-Total-Debits      Pic 9(13)V99 Value 0.
          05 Ws-Total-Credits     Pic 9(13)V99 Value 0.
          05 Ws-Total-Closing     Pic S9(13)V99 Value 0.
          05 Ws-Customer-Gl-Total Pic S9(13)V99 Value 0.
          05 Ws-Customer-Gl-Funds Pic S9(13)V99 Value 0.
          05 Ws-Master-Total      Pic S9(13)V99 Value 0.
          05 Ws-Customer-Diff     Pic S9(13)V99 Value 0.

      *> Period to close, supplied on the command line as yyyymm.
      *> Left blank, the close takes the month before the business
      *> date - the normal first-of-the-month run.
       01 Ws-Period-Parm.
          05 Ws-Parm-Period       Pic 9(6).
          05 Filler               Pic X(74).

       01 Ws-Business-Date        Pic 9(8) Value 0.
       01 Ws-Business-Parts Redefines Ws-Business-Date.
          05 Ws-Business-Year     Pic 9(4).
          05 Ws-Business-Month    Pic 9(2).
          05 Filler               Pic 9(2).

       01 Ws-Close-Period         Pic 9(6) Value 0.
       01 Ws-Latest-Period        Pic 9(6) Value 0.

      *> Period arithmetic: Next-Period steps Ws-Period-Work on by
      *> one month, across the year end.
       01 Ws-Period-Work          Pic 9(6) Value 0.
       01 Ws-Period-Parts Redefines Ws-Period-Work.
          05 Ws-Period-Year       Pic 9(4).
          05 Ws-Period-Month      Pic 9(2).

       01 Ws-Carry-Balance        Pic S9(13)V99 Value 0.

       01 Tb-Header-Line.
          05 Filler              Pic X(44)
             Value 'AMTGLCLS MONTH-END CLOSE - TRIAL BALANCE'.
          05 Filler              Pic X(88) Value Spaces.

       01 Tb-Period-Line.
          05 Filler              Pic X(24) Value 'PERIOD CLOSED'.
          05 Filler              Pic X(2)  Value ': '.
          05 Tbl-Period          Pic 9(6).
          05 Filler              Pic X(4)  Value Spaces.
          05 Filler              Pic X(15) Value 'BUSINESS DATE: '.
          05 Tbl-Date            Pic 9(8).
          05 Filler              Pic X(73) Value Spaces.

       01 Tb-Sign-Line.
          05 Filler              Pic X(60) Value
             'BALANCES DEBIT-POSITIVE, CREDIT BALANCES SHOWN NEGATIVE'.
          05 Filler              Pic X(72) Value Spaces.

       01 Tb-Column-Line.
          05 Filler              Pic X(10) Value 'GL LINE'.
          05 Filler              Pic X(22) Value
             '             OPENING'.
          05 Filler              Pic X(22) Value
             '              DEBITS'.
          05 Filler              Pic X(22) Value
             '             CREDITS'.
          05 Filler              Pic X(22) Value
             '             CLOSING'.
          05 Filler              Pic X(34) Value Spaces.

       01 Tb-Detail-Line.
          05 Tbd-Gl-Code         Pic X(6).
          05 Filler              Pic X(4)  Value Spaces.
          05 Tbd-Opening         Pic -.---.---.---.--9,99.
          05 Filler              Pic X(2)  Value Spaces.
          05 Tbd-Debits          Pic Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 Filler              Pic X(2)  Value Spaces.
          05 Tbd-Credits         Pic Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 Filler              Pic X(2)  Value Spaces.
          05 Tbd-Closing         Pic -.---.---.---.--9,99.
          05 Filler              Pic X(36) Value Spaces.

       01 Tb-Amount-Line.
          05 Tbl-Amount-Label    Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Tbl-Amount          Pic -.---.---.---.--9,99.
          05 Filler              Pic X(86) Value Spaces.

       01 Tb-Count-Line.
          05 Tbl-Count-Label     Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Tbl-Count           Pic 9(9).
          05 Filler              Pic X(97) Value Spaces.

       01 Tb-Proof-Line.
          05 Tbl-Proof-Label     Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Tbl-Proof-Text      Pic X(30).
          05 Filler              Pic X(76) Value Spaces.

       01 Tb-Blank-Line          Pic X(132) Value Spaces.

       Procedure Division.

           Perform 0000-Init
           If Not Close-Refused
             Perform 1000-Main
           End-If
           Perform 2000-Exit

           Goback.

       0000-Init Section.

           Move Function Current-Date(1:8) To Ws-Business-Date

           Move Spaces To Ws-Period-Parm
           Accept Ws-Period-Parm From Command-Line
           If Ws-Period-Parm = Spaces
             Move Ws-Business-Year To Ws-Period-Year
             Move Ws-Business-Month To Ws-Period-Month
             If Ws-Period-Month = 1
               Subtract 1 From Ws-Period-Year
               Move 12 To Ws-Period-Month
             Else
               Subtract 1 From Ws-Period-Month
             End-If
             Move Ws-Period-Work To Ws-Close-Period
           Else
             If Ws-Parm-Period Not Numeric
               Or Ws-Parm-Period(5:2) < '01'
               Or Ws-Parm-Period(5:2) > '12'
               Display 'AMTGLCLS PARM INVALID, EXPECTED: '
                   'PERIOD (YYYYMM)'
               Set Close-Refused To True
             Else
               Move Ws-Parm-Period To Ws-Close-Period
             End-If
           End-If

           If Not Close-Refused
             Open I-O Gl-Period-File
             If Ws-Glperd-File-Status = '35'
               Display 'AMTGLCLS NO LEDGER ON FILE - NOTHING TO CLOSE'
               Set Close-Refused To True
             Else
               Perform Check-Close-Allowed
             End-If
           End-If

           If Not Close-Refused
             Open I-O Gl-Balance-File
             If Ws-Glbal-File-Status = '35'
               Display 'AMTGLCLS NO LEDGER ON FILE - NOTHING TO CLOSE'
               Set Close-Refused To True
               Close Gl-Period-File
             End-If
           End-If

           If Close-Refused
             Move 12 To Return-Code
           Else
             Open Output Roll-Work-File
             Open Output Trial-Balance-File
             Write Trial-Balance-Record From Tb-Header-Line
             Move Ws-Close-Period To Tbl-Period
             Move Ws-Business-Date To Tbl-Date
             Write Trial-Balance-Record From Tb-Period-Line
             Write Trial-Balance-Record From Tb-Sign-Line
             Write Trial-Balance-Record From Tb-Blank-Line
             Write Trial-Balance-Record From Tb-Column-Line
           End-If

           Exit.

       1000-Main Section.

      *> Pass 1: the trial balance of the period being closed, each
      *> line's closing balance set aside for the roll-forward.
           Move Low-Values To Glbal-Key
           Start Gl-Balance-File
               Key Not < Glbal-Key
             Invalid Key
               Set Glbal-Eof To True
           End-Start
           Perform Read-Gl-Balance
           Perform Until Glbal-Eof
             If Glbal-Period = Ws-Close-Period
               Perform Report-Gl-Line
             End-If
             Perform Read-Gl-Balance
           End-Perform
           Close Roll-Work-File

           Perform Write-Trial-Balance-Totals

      *> The period is closed before the balances move on, so even
      *> a failure part-way through the roll-forward leaves nothing
      *> able to post into it.
           Move Ws-Close-Period To Glperd-Period
           Read Gl-Period-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Glperd-Closed To True
               Move Ws-Business-Date To Glperd-Closed-Date
               Rewrite Gl-Period-Record
           End-Read

      *> Pass 2: carry every closing balance into the next period
      *> and on through any later period already posted to.
           Move Ws-Close-Period To Ws-Period-Work
           Perform Next-Period
           Move Ws-Period-Work To Ws-Latest-Period
           Perform Open-Next-Period

           Open Input Roll-Work-File
           Perform Read-Roll-Work
           Perform Until Roll-Eof
             Perform Roll-Forward-Line
             Perform Read-Roll-Work
           End-Perform
           Close Roll-Work-File

      *> Pass 3: the customer lines of the latest period against the
      *> account master.
           Perform Check-Customer-Lines

           Exit.

       2000-Exit Section.

           If Not Close-Refused
             Close Gl-Balance-File
             Close Gl-Period-File
             Close Trial-Balance-File

             Display '==========================================='
             Display ' AMTGLCLS - MONTH-END CLOSE SUMMARY'
             Display '==========================================='
             Display ' PERIOD CLOSED. . . . . . . : ' Ws-Close-Period
             Display ' GL LINES IN PERIOD . . . . : ' Ws-Line-Count
             Display ' TOTAL DEBITS . . . . . . . : ' Ws-Total-Debits
             Display ' TOTAL CREDITS. . . . . . . : ' Ws-Total-Credits
             Display ' TOTAL CLOSING BALANCE. . . : '
                 Ws-Total-Closing
             Display ' BALANCES ROLLED FORWARD. . : ' Ws-Rolled-Count
             Display ' ROLLED THROUGH PERIOD. . . : ' Ws-Latest-Period
             Display ' CUSTOMER FUNDS ON LEDGER . : '
                 Ws-Customer-Gl-Funds
             Display ' CUSTOMER FUNDS ON MASTER . : ' Ws-Master-Total
             If Return-Code Not = 0
               Display ' *** CLOSE DID NOT PROVE - SEE GLTBRPT ***'
             End-If
             Display '==========================================='
           End-If

           Exit.

       Check-Close-Allowed Section.

      *> Periods close in order, each exactly once.  A period still
      *> open ahead of the one asked for would otherwise be left
      *> behind with its balances never carried on.
           Move Ws-Close-Period To Glperd-Period
           Read Gl-Period-File
             Invalid Key
               Display 'AMTGLCLS PERIOD ' Ws-Close-Period
                   ' NOT ON FILE - NOTHING TO CLOSE'
               Set Close-Refused To True
             Not Invalid Key
               If Glperd-Closed
                 Display 'AMTGLCLS PERIOD ' Ws-Close-Period
                     ' ALREADY CLOSED'
                 Set Close-Refused To True
               End-If
           End-Read

           If Not Close-Refused
             Move 0 To Glperd-Period
             Start Gl-Period-File
                 Key Not < Glperd-Period
               Invalid Key
                 Set Glperd-Eof To True
             End-Start
             Perform Read-Period
             Perform Until Glperd-Eof
                 Or Glperd-Period Not < Ws-Close-Period
               If Glperd-Open
                 Display 'AMTGLCLS PERIOD ' Glperd-Period
                     ' STILL OPEN - CLOSE IT FIRST'
                 Set Close-Refused To True
               End-If
               Perform Read-Period
             End-Perform
           End-If

           If Close-Refused
             Close Gl-Period-File
           End-If

           Exit.

       Report-Gl-Line Section.

           Move Glbal-Gl-Code To Tbd-Gl-Code
           Move Glbal-Opening-Balance To Tbd-Opening
           Move Glbal-Period-Debits To Tbd-Debits
           Move Glbal-Period-Credits To Tbd-Credits
           Move Glbal-Closing-Balance To Tbd-Closing
           Write Trial-Balance-Record From Tb-Detail-Line

           Add 1 To Ws-Line-Count
           Add Glbal-Opening-Balance To Ws-Total-Opening
           Add Glbal-Period-Debits To Ws-Total-Debits
           Add Glbal-Period-Credits To Ws-Total-Credits
           Add Glbal-Closing-Balance To Ws-Total-Closing

           Move Glbal-Gl-Code To Roll-Gl-Code
           Move Glbal-Closing-Balance To Roll-Closing-Balance
           Write Roll-Work-Record

           Exit.

       Write-Trial-Balance-Totals Section.

           Move 'TOTAL' To Tbd-Gl-Code
           Move Ws-Total-Opening To Tbd-Opening
           Move Ws-Total-Debits To Tbd-Debits
           Move Ws-Total-Credits To Tbd-Credits
           Move Ws-Total-Closing To Tbd-Closing
           Write Trial-Balance-Record From Tb-Blank-Line
           Write Trial-Balance-Record From Tb-Detail-Line
           Write Trial-Balance-Record From Tb-Blank-Line

           Move 'GL LINES IN PERIOD' To Tbl-Count-Label
           Move Ws-Line-Count To Tbl-Count
           Write Trial-Balance-Record From Tb-Count-Line

      *> Every journal posts balanced, so the period's debits must
      *> equal its credits, and the closing balances of all lines
      *> together must net to zero.
           Move 'DEBITS = CREDITS' To Tbl-Proof-Label
           If Ws-Total-Debits = Ws-Total-Credits
             Move 'PROVED' To Tbl-Proof-Text
           Else
             Move 'NOT PROVED' To Tbl-Proof-Text
             Move 8 To Return-Code
           End-If
           Write Trial-Balance-Record From Tb-Proof-Line

           Move 'LEDGER NETS TO ZERO' To Tbl-Proof-Label
           If Ws-Total-Closing = 0
             Move 'PROVED' To Tbl-Proof-Text
           Else
             Move 'NOT PROVED' To Tbl-Proof-Text
             Move 8 To Return-Code
           End-If
           Write Trial-Balance-Record From Tb-Proof-Line

           Exit.

       Open-Next-Period Section.

      *> The new period opens now, so the first journal posted to it
      *> finds the brought-forward balances already in place.
           Move Ws-Latest-Period To Glperd-Period
           Read Gl-Period-File
             Invalid Key
               Move Ws-Latest-Period To Glperd-Period
               Set Glperd-Open To True
               Move Ws-Business-Date To Glperd-Opened-Date
               Move 0 To Glperd-Closed-Date
               Move 0 To Glperd-Journals-Posted
               Write Gl-Period-Record
                 Invalid Key
                   Display 'GLPERD WRITE FAILED, PERIOD: '
                       Glperd-Period
               End-Write
           End-Read

           Exit.

       Roll-Forward-Line Section.

      *> The closed period's closing balance becomes the next
      *> period's opening.  When the close runs after journals have
      *> already posted into later periods, each of them is brought
      *> forward in turn, its closing balance recomputed on the new
      *> opening.
           Move Roll-Closing-Balance To Ws-Carry-Balance
           Move Ws-Close-Period To Ws-Period-Work
           Perform Next-Period
           Set Period-Was-Found To True

           Perform Until Not Period-Was-Found
             Move Roll-Gl-Code To Glbal-Gl-Code
             Move Ws-Period-Work To Glbal-Period
             Perform Fetch-Gl-Balance
             Move Ws-Carry-Balance To Glbal-Opening-Balance
             Compute Glbal-Closing-Balance =
                 Glbal-Opening-Balance + Glbal-Period-Debits
               - Glbal-Period-Credits
             If Glbal-Was-Found
               Rewrite Gl-Balance-Record
             Else
               Move Ws-Business-Date To Glbal-Last-Posted-Date
               Write Gl-Balance-Record
                 Invalid Key
                   Display 'GLBAL WRITE FAILED, LINE: '
                       Glbal-Gl-Code ' ' Glbal-Period
               End-Write
             End-If
             Add 1 To Ws-Rolled-Count
             Move Glbal-Closing-Balance To Ws-Carry-Balance
             If Ws-Period-Work > Ws-Latest-Period
               Move Ws-Period-Work To Ws-Latest-Period
             End-If

             Perform Next-Period
             Move Ws-Period-Work To Glperd-Period
             Read Gl-Period-File
               Invalid Key
                 Set Ws-Period-Found-Flag To 'N'
             End-Read
           End-Perform

           Exit.

       Fetch-Gl-Balance Section.

           Set Ws-Glbal-Found-Flag To 'N'
           Read Gl-Balance-File
             Invalid Key
               Move 0 To Glbal-Opening-Balance
               Move 0 To Glbal-Period-Debits
               Move 0 To Glbal-Period-Credits
               Move 0 To Glbal-Closing-Balance
               Move 0 To Glbal-Last-Posted-Date
             Not Invalid Key
               Set Glbal-Was-Found To True
           End-Read

           Exit.

       Check-Customer-Lines Section.

      *> The customer lines hold the customers' money as a credit
      *> balance, so turned round they must equal the balances on
      *> the master - taken at the latest period, since the master
      *> already carries everything posted since month-end.  Only
      *> the account types the posting run accepts are counted.
           Open Input Acct-Master-File
           If Ws-Acct-Master-Status Not = '35'
             Perform Read-Master
             Perform Until Acct-Eof
               Add 1 To Ws-Acct-Count
               If Acct-Master-Type = 'sparbsu' Or 'brukskonto'
                 Add Acct-Master-Balance To Ws-Master-Total
               End-If
               Perform Read-Master
             End-Perform
             Close Acct-Master-File
           End-If

           Set Ws-Glbal-Eof-Flag To 'N'
           Move Low-Values To Glbal-Key
           Start Gl-Balance-File
               Key Not < Glbal-Key
             Invalid Key
               Set Glbal-Eof To True
           End-Start
           Perform Read-Gl-Balance
           Perform Until Glbal-Eof
             If Glbal-Period = Ws-Latest-Period
               And (Glbal-Gl-Code(1:3) = 'BSU'
                 Or Glbal-Gl-Code(1:3) = 'CHK')
               Add Glbal-Closing-Balance To Ws-Customer-Gl-Total
             End-If
             Perform Read-Gl-Balance
           End-Perform

           Compute Ws-Customer-Gl-Funds = 0 - Ws-Customer-Gl-Total
           Compute Ws-Customer-Diff =
               Ws-Customer-Gl-Funds - Ws-Master-Total

           Write Trial-Balance-Record From Tb-Blank-Line
           Move 'BALANCES CARRIED TO' To Tbl-Count-Label
           Move Ws-Latest-Period To Tbl-Count
           Write Trial-Balance-Record From Tb-Count-Line

           Move 'BALANCES ROLLED FORWARD' To Tbl-Count-Label
           Move Ws-Rolled-Count To Tbl-Count
           Write Trial-Balance-Record From Tb-Count-Line

           Move 'CUSTOMER FUNDS, LEDGER' To Tbl-Amount-Label
           Move Ws-Customer-Gl-Funds To Tbl-Amount
           Write Trial-Balance-Record From Tb-Amount-Line

           Move 'CUSTOMER FUNDS, MASTER' To Tbl-Amount-Label
           Move Ws-Master-Total To Tbl-Amount
           Write Trial-Balance-Record From Tb-Amount-Line

           Move 'DIFFERENCE' To Tbl-Amount-Label
           Move Ws-Customer-Diff To Tbl-Amount
           Write Trial-Balance-Record From Tb-Amount-Line

           Move 'CUSTOMER LINES' To Tbl-Proof-Label
           If Ws-Customer-Diff = 0
             Move 'AGREE WITH MASTER' To Tbl-Proof-Text
           Else
             Move 'DO NOT AGREE - INVESTIGATE' To Tbl-Proof-Text
             Move 8 To Return-Code
           End-If
           Write Trial-Balance-Record From Tb-Proof-Line

           Exit.

       Next-Period Section.

           If Ws-Period-Month = 12
             Add 1 To Ws-Period-Year
             Move 1 To Ws-Period-Month
           Else
             Add 1 To Ws-Period-Month
           End-If

           Exit.

       Read-Gl-Balance Section.

           If Not Glbal-Eof
             Read Gl-Balance-File Next
               At End
                 Set Glbal-Eof To True
             End-Read
           End-If

           Exit.

       Read-Period Section.

           If Not Glperd-Eof
             Read Gl-Period-File Next
               At End
                 Set Glperd-Eof To True
             End-Read
           End-If

           Exit.

       Read-Roll-Work Section.

           Read Roll-Work-File
             At End
               Set Roll-Eof To True
           End-Read

           Exit.

       Read-Master Section.

           Read Acct-Master-File
             At End
               Set Acct-Eof To True
           End-Read

           Exit.
