       Identification Division.
       Program-Id. Amtcucnv.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> One-time conversion for the widened customer master.  The
      *> customer record grew the contact details and alert
      *> preferences, so the file on disk is shorter than the layout
      *> the programs now describe and the first Open I-O against it
      *> would fail on record length.  This program reads the master
      *> through its OLD layout and rebuilds it in the new one - no
      *> contacts, no channel, no opt-ins, a zero low-balance limit -
      *> proving records-in equals records-out before the scheduler
      *> swaps CUSTCNV in as CUSTMSTR.  Every customer therefore
      *> starts out opted out of every alert.  Run once at cutover,
      *> never again.  File Status lets a missing master (status 35)
      *> convert as empty.
           Select Old-Cust-File Assign To 'CUSTMSTR'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is Old-Cust-Number
               File Status Is Ws-Old-Cust-File-Status.

           Select New-Cust-File Assign To 'CUSTCNV'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is Ccv-Number.

       Data Division.

       File Section.

      *> The customer master exactly as it lies on disk before the
      *> cutover - the layout the Customer copybook described before
      *> the contact and alert fields were added.
       FD  Old-Cust-File.
       01  Old-Cust-Record.
           05  Old-Cust-Number              Pic 9(9).
           05  Old-Cust-National-Id         Pic X(11).
           05  Old-Cust-Name                Pic X(30).
           05  Old-Cust-Address-1           Pic X(30).
           05  Old-Cust-Address-2           Pic X(30).
           05  Old-Cust-Postal-Code         Pic X(4).
           05  Old-Cust-City                Pic X(20).

       FD  New-Cust-File.
       Copy Customer
           Replacing ==Customer-Record==
                  By ==New-Cust-Record==
                     ==Customer-Number==
                  By ==Ccv-Number==
                     ==Customer-National-Id==
                  By ==Ccv-National-Id==
                     ==Customer-Name==
                  By ==Ccv-Name==
                     ==Customer-Address-1==
                  By ==Ccv-Address-1==
                     ==Customer-Address-2==
                  By ==Ccv-Address-2==
                     ==Customer-Postal-Code==
                  By ==Ccv-Postal-Code==
                     ==Customer-City==
                  By ==Ccv-City==
                     ==Customer-Mobile-Number==
                  By ==Ccv-Mobile-Number==
                     ==Customer-Email-Address==
                  By ==Ccv-Email-Address==
                     ==Customer-Alert-Channel==
                  By ==Ccv-Alert-Channel==
                     ==Customer-Channel-Valid==
                  By ==Ccv-Channel-Valid==
                     ==Customer-Alert-By-Sms==
                  By ==Ccv-Alert-By-Sms==
                     ==Customer-Alert-By-Email==
                  By ==Ccv-Alert-By-Email==
                     ==Customer-Opt-Low-Balance==
                  By ==Ccv-Opt-Low-Balance==
                     ==Customer-Wants-Low-Balance==
                  By ==Ccv-Wants-Low-Balance==
                     ==Customer-Opt-Bsu-Limit==
                  By ==Ccv-Opt-Bsu-Limit==
                     ==Customer-Wants-Bsu-Limit==
                  By ==Ccv-Wants-Bsu-Limit==
                     ==Customer-Opt-Account-Change==
                  By ==Ccv-Opt-Account-Change==
                     ==Customer-Wants-Account-Change==
                  By ==Ccv-Wants-Account-Change==
                     ==Customer-Opt-Rejected-Funds==
                  By ==Ccv-Opt-Rejected-Funds==
                     ==Customer-Wants-Rejected-Funds==
                  By ==Ccv-Wants-Rejected-Funds==
                     ==Customer-Low-Balance-Limit==
                  By ==Ccv-Low-Balance-Limit==.

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Cust-Eof-Flag   Pic X Value 'N'.
             88 Cust-Eof              Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Old-Cust-File-Status Pic XX.

       01 Ws-Counters.
          05 Ws-Cust-In-Count    Pic 9(9) Value 0.
          05 Ws-Cust-Out-Count   Pic 9(9) Value 0.

       Procedure Division.

           Perform Convert-Customer-Master
           Perform Print-Summary

           Goback.

       Convert-Customer-Master Section.

      *> New fields take the values that leave the customer out of
      *> the alert feed: spaces read as not opted in, and with no
      *> channel and no contact there is nothing to send to.
           Open Input Old-Cust-File
           If Ws-Old-Cust-File-Status = '35'
             Set Cust-Eof To True
           End-If
           Open Output New-Cust-File

           Perform Read-Old-Cust
           Perform Until Cust-Eof
             Add 1 To Ws-Cust-In-Count
             Initialize New-Cust-Record
             Move Old-Cust-Number To Ccv-Number
             Move Old-Cust-National-Id To Ccv-National-Id
             Move Old-Cust-Name To Ccv-Name
             Move Old-Cust-Address-1 To Ccv-Address-1
             Move Old-Cust-Address-2 To Ccv-Address-2
             Move Old-Cust-Postal-Code To Ccv-Postal-Code
             Move Old-Cust-City To Ccv-City
             Move Spaces To Ccv-Mobile-Number
             Move Spaces To Ccv-Email-Address
             Move Space To Ccv-Alert-Channel
             Move Space To Ccv-Opt-Low-Balance
             Move Space To Ccv-Opt-Bsu-Limit
             Move Space To Ccv-Opt-Account-Change
             Move Space To Ccv-Opt-Rejected-Funds
             Move 0 To Ccv-Low-Balance-Limit
             Write New-Cust-Record
               Invalid Key
                 Display 'CUSTOMER CONVERT WRITE FAILED: '
                     Ccv-Number
               Not Invalid Key
                 Add 1 To Ws-Cust-Out-Count
             End-Write
             Perform Read-Old-Cust
           End-Perform

           If Ws-Old-Cust-File-Status Not = '35'
             Close Old-Cust-File
           End-If
           Close New-Cust-File

           Exit.

       Print-Summary Section.

           Display '==========================================='
           Display ' AMTCUCNV - CUSTOMER MASTER CONVERSION'
           Display '==========================================='
           Display ' CUSTOMERS READ . . . . . . : '
               Ws-Cust-In-Count
           Display ' CUSTOMERS CONVERTED. . . . : '
               Ws-Cust-Out-Count
           If Ws-Cust-In-Count Not = Ws-Cust-Out-Count
             Display ' *** COUNTS DO NOT PROVE - DO NOT SWAP ***'
             Move 8 To Return-Code
           Else
             Display ' COUNTS PROVED - SWAP CUSTCNV IN'
           End-If
           Display '==========================================='

           Exit.

       Read-Old-Cust Section.

           If Ws-Old-Cust-File-Status Not = '35'
             Read Old-Cust-File
               At End
                 Set Cust-Eof To True
             End-Read
           End-If

           Exit.
