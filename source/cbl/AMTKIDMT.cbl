       Identification Division.
       Program-Id. Amtkidmt.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
           Select Kid-Maint-File Assign To 'KIDMTIN'
               Organization Is Sequential.

      *> Permanent KID reference table.  File Status lets the
      *> first-time open create it on the very first run (status 35).
           Select Kid-Master-File Assign To 'KIDREF'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Kidm-Reference
               File Status Is Ws-Kid-Master-Status.

      *> A reference may only point at an account that exists, or
      *> every payment under it would land in suspense.  File Status
      *> lets a run before the master exists (status 35) refuse the
      *> registrations instead of abending.
           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Acct-Master-Number
               File Status Is Ws-Acct-Master-Status.

           Select Audit-File Assign To 'KIDAUDIT'
               Organization Is Sequential.

           Select Kid-Error-File Assign To 'KIDERR'
               Organization Is Sequential.

       Data Division.

       File Section.

       FD  Kid-Maint-File.
       01  Kid-Maint-Record                 Pic X(38).

       FD  Kid-Master-File.
       Copy Kidref
           Replacing ==Kid-Reference-Record==
                  By ==Kid-Master-Record==
                     ==Kid-Reference==
                  By ==Kidm-Reference==
                     ==Kid-Account-Number==
                  By ==Kidm-Account-Number==
                     ==Kid-Registered-Date==
                  By ==Kidm-Registered-Date==.

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

      *> One audit record per applied change, carrying the full
      *> before and after table images so any maintenance action can
      *> be reconstructed or reversed by hand.  The before image is
      *> spaces on a register; the after image is spaces on a
      *> remove.
       FD  Audit-File.
       01  Kid-Audit-Record.
           05  Audit-Function-Code          Pic X(2).
           05  Audit-Reference              Pic X(25).
           05  Audit-Date                   Pic 9(8).
           05  Audit-Before-Image           Pic X(44).
           05  Audit-After-Image            Pic X(44).

       FD  Kid-Error-File.
       01  Kid-Error-Record.
           05  Kid-Error-Reason-Code        Pic X(4).
           05  Kid-Error-Reason-Text        Pic X(30).
           05  Kid-Error-Trans-Data         Pic X(38).

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Eof-Flag           Pic X Value 'N'.
             88 Maint-Eof                  Value 'Y'.
          05 Ws-Error-Flag         Pic X Value 'N'.
             88 Record-In-Error            Value 'Y'.
          05 Ws-Kid-Found-Flag     Pic X Value 'N'.
             88 Kid-Was-Found              Value 'Y'.
          05 Ws-Acct-Present-Flag  Pic X Value 'N'.
             88 Acct-File-Present          Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Kid-Master-Status  Pic XX.
          05 Ws-Acct-Master-Status Pic XX.

       01 Ws-Counters.
          05 Ws-Record-Count       Pic 9(9) Value 0.
          05 Ws-Applied-Count      Pic 9(9) Value 0.
          05 Ws-Error-Count        Pic 9(9) Value 0.

      *> A KID is digits only, left-justified in the 25-byte field -
      *> the length is the run of characters before the first space.
       01 Ws-Kid-Length            Pic 9(4) Value 0.

       Copy Kidmaint.

       Procedure Division.

           Perform 0000-Init
           Perform 1000-Main
           Perform 2000-Exit

           Goback.

       0000-Init Section.

           Open Input Kid-Maint-File

      *> Status 35 means the reference table does not exist yet - the
      *> very first run creates it empty, then reopens it I-O.
           Open I-O Kid-Master-File
           If Ws-Kid-Master-Status = '35'
             Open Output Kid-Master-File
             Close Kid-Master-File
             Open I-O Kid-Master-File
           End-If

           Open Input Acct-Master-File
           If Ws-Acct-Master-Status Not = '35'
             Set Acct-File-Present To True
           End-If

           Open Output Audit-File
           Open Output Kid-Error-File

           Exit.

       1000-Main Section.

           Perform Read-Maint-Record
           Perform Until Maint-Eof
             Perform Apply-Maintenance
             If Record-In-Error
               Add 1 To Ws-Error-Count
             Else
               Add 1 To Ws-Applied-Count
             End-If
             Perform Read-Maint-Record
           End-Perform

           Exit.

       2000-Exit Section.

           Close Kid-Maint-File
           Close Kid-Master-File
           If Acct-File-Present
             Close Acct-Master-File
           End-If
           Close Audit-File
           Close Kid-Error-File

           Display '==========================================='
           Display ' AMTKIDMT - KID REFERENCE MAINT SUMMARY'
           Display '==========================================='
           Display ' MAINTENANCE RECORDS READ . : ' Ws-Record-Count
           Display ' CHANGES APPLIED. . . . . . : ' Ws-Applied-Count
           Display ' RECORDS IN ERROR . . . . . : ' Ws-Error-Count
           Display '==========================================='

           Exit.

       Apply-Maintenance Section.

           Move 'N' To Ws-Error-Flag

           Move 0 To Ws-Kid-Length
           Inspect Kidmt-Reference Tallying Ws-Kid-Length
               For Characters Before Initial Space
           If Ws-Kid-Length < 2
             Move 'P002' To Kid-Error-Reason-Code
             Move 'KID REFERENCE INVALID' To Kid-Error-Reason-Text
             Perform Write-Kid-Error
           Else
             If Kidmt-Reference(1:Ws-Kid-Length) Not Numeric
               Move 'P002' To Kid-Error-Reason-Code
               Move 'KID REFERENCE INVALID'
                   To Kid-Error-Reason-Text
               Perform Write-Kid-Error
             End-If
           End-If

           If Not Record-In-Error
             Perform Fetch-Reference
             Evaluate True
             When Kidmt-Add-Reference
               Perform Add-Reference
             When Kidmt-Remove-Reference
               Perform Remove-Reference
             When Kidmt-Change-Reference
               Perform Change-Reference
             When Other
               Move 'P001' To Kid-Error-Reason-Code
               Move 'UNKNOWN FUNCTION CODE'
                   To Kid-Error-Reason-Text
               Perform Write-Kid-Error
             End-Evaluate
           End-If

           Exit.

       Fetch-Reference Section.

           Set Ws-Kid-Found-Flag To 'N'
           Move Kidmt-Reference To Kidm-Reference

           Read Kid-Master-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Kid-Was-Found To True
           End-Read

           Exit.

       Add-Reference Section.

           Evaluate True
           When Kid-Was-Found
             Move 'P003' To Kid-Error-Reason-Code
             Move 'KID ALREADY REGISTERED'
                 To Kid-Error-Reason-Text
             Perform Write-Kid-Error
           When Other
             Perform Edit-Target-Account
             If Not Record-In-Error
               Move Spaces To Audit-Before-Image
               Initialize Kid-Master-Record
               Move Kidmt-Reference To Kidm-Reference
               Move Kidmt-Account-Number To Kidm-Account-Number
               Move Function Current-Date(1:8)
                   To Kidm-Registered-Date
               Write Kid-Master-Record
                 Invalid Key
                   Display 'KID WRITE FAILED, REFERENCE: '
                       Kidm-Reference
               End-Write
               Move Kid-Master-Record To Audit-After-Image
               Perform Write-Audit
             End-If
           End-Evaluate

           Exit.

       Remove-Reference Section.

           Evaluate True
           When Not Kid-Was-Found
             Move 'P004' To Kid-Error-Reason-Code
             Move 'KID NOT FOUND' To Kid-Error-Reason-Text
             Perform Write-Kid-Error
           When Other
             Move Kid-Master-Record To Audit-Before-Image
             Delete Kid-Master-File
               Invalid Key
                 Display 'KID DELETE FAILED, REFERENCE: '
                     Kidm-Reference
             End-Delete
             Move Spaces To Audit-After-Image
             Perform Write-Audit
           End-Evaluate

           Exit.

       Change-Reference Section.

      *> Re-points the reference at another account, keeping its
      *> original registration date.
           Evaluate True
           When Not Kid-Was-Found
             Move 'P004' To Kid-Error-Reason-Code
             Move 'KID NOT FOUND' To Kid-Error-Reason-Text
             Perform Write-Kid-Error
           When Other
             Perform Edit-Target-Account
             If Not Record-In-Error
               Move Kid-Master-Record To Audit-Before-Image
               Move Kidmt-Account-Number To Kidm-Account-Number
               Rewrite Kid-Master-Record
               Move Kid-Master-Record To Audit-After-Image
               Perform Write-Audit
             End-If
           End-Evaluate

           Exit.

       Edit-Target-Account Section.

           Evaluate True
           When Kidmt-Account-Number Not Numeric
               Or Kidmt-Account-Number = 0
             Move 'P005' To Kid-Error-Reason-Code
             Move 'ACCOUNT NUMBER INVALID'
                 To Kid-Error-Reason-Text
             Perform Write-Kid-Error
           When Not Acct-File-Present
             Move 'P006' To Kid-Error-Reason-Code
             Move 'ACCOUNT NOT ON MASTER' To Kid-Error-Reason-Text
             Perform Write-Kid-Error
           When Other
             Move Kidmt-Account-Number To Acct-Master-Number
             Read Acct-Master-File
               Invalid Key
                 Move 'P006' To Kid-Error-Reason-Code
                 Move 'ACCOUNT NOT ON MASTER'
                     To Kid-Error-Reason-Text
                 Perform Write-Kid-Error
             End-Read
           End-Evaluate

           Exit.

       Write-Audit Section.

           Move Kidmt-Function-Code To Audit-Function-Code
           Move Kidmt-Reference To Audit-Reference
           Move Function Current-Date(1:8) To Audit-Date
           Write Kid-Audit-Record

           Exit.

       Write-Kid-Error Section.

           Move Kid-Maint-Transaction To Kid-Error-Trans-Data
           Write Kid-Error-Record
           Set Record-In-Error To True

           Exit.

       Read-Maint-Record Section.

           Read Kid-Maint-File Into Kid-Maint-Transaction
             At End
               Set Maint-Eof To True
             Not At End
               Add 1 To Ws-Record-Count
           End-Read

           Exit.
