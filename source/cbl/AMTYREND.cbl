               Record Key Is Custm-Number
               File Status Is Ws-Cust-Master-Status.

      *> One record per Bsu account whose customer could not be
      *> resolved - a reportable account's extract record still goes
      *> out with a blank national id, no listed account can be held
      *> to the Bsu age limit, and the branch has to repair the link
      *> before the authority's deadline.
           Select Exception-File Assign To 'YRNDEXC'
               Organization Is Sequential.

      *> One record per Bsu account whose owner has passed the Bsu
      *> age limit, for the branch to convert or pay out.
           Select Age-Limit-File Assign To 'BSUAGED'
               Organization Is Sequential.

      *> Effective-dated run parameters, for the Bsu age limit.
      *> File Status lets the load fall back to the compiled default
      *> when no parameter file is supplied (status 35).
           Select Param-File Assign To 'PARMIN'
               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

       Data Division.

       File Section.
                  By ==Acct-Master-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Acct-Master-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Acct-Master-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Acct-Master-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Acct-Master-Held-Amount==.

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

       FD  Exception-File.
       01  Yrend-Exception-Record.
           05  Filler                       Pic X(2).
           05  Yx-Reason-Text               Pic X(30).

      *> Bsu saving is open up to and including the year of the
      *> owner's limit birthday.  An owner who passes the limit in
      *> the year being closed may not save into the account from
      *> the coming year, so an open account is set to the Bsu age
      *> block, which the posting run enforces against new deposits.
      *> An account already frozen, debit-blocked or closing keeps
      *> its status and is listed for the branch to deal with.
       FD  Age-Limit-File.
       01  Age-Limit-Record.
           05  Ag-Account-Number            Pic 9(11).
           05  Filler                       Pic X(2).
           05  Ag-Customer-Number           Pic 9(9).
           05  Filler                       Pic X(2).
           05  Ag-National-Id               Pic X(11).
           05  Filler                       Pic X(2).
           05  Ag-Birth-Year                Pic 9(4).
           05  Filler                       Pic X(2).
           05  Ag-Bsu-Savings               Pic S9(11)V99.
           05  Filler                       Pic X(2).
           05  Ag-Action-Text               Pic X(30).

       FD  Param-File.
       Copy Params.

       Working-Storage Section.

       01 Ws-Flags.
             88 Cust-File-Present       Value 'Y'.
          05 Ws-Cust-Known-Flag  Pic X Value 'N'.
             88 Customer-Known          Value 'Y'.
          05 Ws-Param-Eof-Flag   Pic X Value 'N'.
             88 Param-Eof               Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Link-Master-Status Pic XX.
          05 Ws-Cust-Master-Status Pic XX.
          05 Ws-Param-File-Status  Pic XX.

       01 Ws-Counters.
          05 Ws-Acct-Count        Pic 9(9) Value 0.
          05 Ws-No-Cust-Count     Pic 9(9) Value 0.
          05 Ws-Total-Reported    Pic S9(11)V99 Value 0.
          05 Ws-Tax-Hash          Pic 9(9)V99 Value 0.
          05 Ws-Bad-Id-Count      Pic 9(9) Value 0.
          05 Ws-Age-Listed-Count  Pic 9(9) Value 0.
          05 Ws-Age-Blocked-Count Pic 9(9) Value 0.

      *> Cutover date, supplied on the command line as yyyymmdd.
       01 Ws-Cutover-Parm.

       01 Ws-Tax-Year             Pic 9(4) Value 0.

      *> Bsu age limit - the Value clause is only the fall-back
      *> default; Load-Parameters replaces it with the PARMIN record
      *> in effect on the business date.
       01 Ws-Bsu-Age-Limit        Pic 9(3) Value 33.

       01 Ws-Param-Work.
          05 Ws-Business-Date       Pic 9(8) Value 0.
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

       01 Ws-Bsuage-Pgm           Pic X(8) Value 'AMTBSUAG'.

       Copy Bsuage.

       Procedure Division.

           Perform 0000-Init

           If Not Parm-In-Error
             Perform Set-Tax-Year
             Perform Load-Parameters
             Open I-O Acct-Master-File
             Open Output Archive-File
             Open Output Tax-Extract-File
             End-If

             Open Output Exception-File
             Open Output Age-Limit-File
           End-If

           Exit.
               Close Cust-Master-File
             End-If
             Close Exception-File
             Close Age-Limit-File

             Display '==========================================='
             Display ' AMTYREND - BSU YEAR-END ROLLOVER SUMMARY'
                 Ws-Reported-Count
             Display ' ACCTS WITHOUT CUSTOMER . . : '
                 Ws-No-Cust-Count
             Display ' NATIONAL ID NOT VALID. . . : '
                 Ws-Bad-Id-Count
             Display ' BSU AGE LIMIT PASSED . . . : '
                 Ws-Age-Listed-Count
             Display ' BSU DEPOSITS BLOCKED . . . : '
                 Ws-Age-Blocked-Count
             Display ' TOTAL DEPOSITS REPORTED. . : '
                 Ws-Total-Reported
             Display '==========================================='
      *> place the final year-to-date figure survives once the
      *> Rewrite lands.  Accounts that took no deposits this year
      *> are archived (the zero is part of the audit trail) but not
      *> reported to the tax authority.  Every Bsu account is
      *> resolved to its owner, reportable or not, since the age
      *> limit applies to all of them.
           Move Acct-Master-Number To Arch-Account-Number
           Move Ws-Tax-Year To Arch-Tax-Year
           Move Ws-Cutover-Date To Arch-Cutover-Date
           Move Acct-Master-Bsu-Dep-Ytd To Arch-Bsu-Deposited
           Write Archive-Record

           Perform Resolve-Customer
           If Not Customer-Known
             Move Acct-Master-Number To Yx-Account-Number
             Write Yrend-Exception-Record
             Add 1 To Ws-No-Cust-Count
           End-If

           If Acct-Master-Bsu-Dep-Ytd > 0
             Move Acct-Master-Number To Tax-Account-Number
             If Customer-Known
               Move Custm-National-Id To Tax-National-Id
             Else
               Move Spaces To Tax-National-Id
             End-If
             Move Ws-Tax-Year To Tax-Year
             Move Acct-Master-Bsu-Dep-Ytd To Tax-Deposited-Amount
           End-If

           Move 0 To Acct-Master-Bsu-Dep-Ytd
           If Customer-Known
             Perform Check-Bsu-Age-Limit
           End-If
           Rewrite Acct-Master-Record

           Add 1 To Ws-Bsu-Acct-Count

           Exit.

       Check-Bsu-Age-Limit Section.

      *> The check is made for the year after the tax year being
      *> closed: an owner whose age reached in that year is past the
      *> limit passed it during the year just ended.  An account the
      *> age block already stopped in an earlier year is not listed
      *> again.
           If Not Acct-Master-Bsu-Age-Blocked
             Move Custm-National-Id To Bsuag-National-Id
             Compute Bsuag-Check-Year = Ws-Tax-Year + 1
             Move Ws-Bsu-Age-Limit To Bsuag-Age-Limit
             Call Ws-Bsuage-Pgm Using Bsu-Age-Request
             Evaluate True
             When Bsuag-Id-Invalid
               Move Spaces To Yrend-Exception-Record
               Move Acct-Master-Number To Yx-Account-Number
               Move 'NATIONAL ID NOT VALID' To Yx-Reason-Text
               Write Yrend-Exception-Record
               Add 1 To Ws-Bad-Id-Count
             When Bsuag-Over-Limit
               Move Spaces To Age-Limit-Record
               Move Acct-Master-Number To Ag-Account-Number
               Move Custm-Number To Ag-Customer-Number
               Move Custm-National-Id To Ag-National-Id
               Move Bsuag-Birth-Year To Ag-Birth-Year
               Move Acct-Master-Bsu-Savings To Ag-Bsu-Savings
               If Acct-Master-Is-Open
                 Move 'A' To Acct-Master-Status
                 Move 'DEPOSITS BLOCKED' To Ag-Action-Text
                 Add 1 To Ws-Age-Blocked-Count
               Else
                 Move 'STATUS KEPT - BRANCH TO REVIEW'
                     To Ag-Action-Text
               End-If
               Write Age-Limit-Record
               Add 1 To Ws-Age-Listed-Count
             When Other
               Continue
             End-Evaluate
           End-If

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

       Resolve-Customer Section.

      *> One random read on the link master and one on the customer
      *> master per Bsu account - cheap against the once-a-year
      *> volume.
           Set Ws-Cust-Known-Flag To 'N'
           Move Spaces To Yrend-Exception-Record
           Move 'NO CUSTOMER LINK' To Yx-Reason-Text
