       Identification Division.
       Program-Id. Amtpend.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> The changes Amtmaint and Amtcmnt are holding for a second
      *> user's approval.  Nothing may have been held yet, so File
      *> Status lets a missing file (status 35) report as empty.
           Select Pending-File Assign To 'PENDMNT'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is Pend-Key
               File Status Is Ws-Pending-File-Status.

      *> File Status lets the load fall back to the compiled default
      *> when no parameter file is supplied (status 35).
           Select Param-File Assign To 'PARMIN'
               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

           Select Pending-Report-File Assign To 'PENDRPT'
               Organization Is Sequential.

       Data Division.

       File Section.

       FD  Pending-File.
       Copy Pendmnt.

       FD  Param-File.
       Copy Params.

       FD  Pending-Report-File.
       01  Pending-Report-Record            Pic X(132).

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Pending-Eof-Flag   Pic X Value 'N'.
             88 Pending-Eof              Value 'Y'.
          05 Ws-Param-Eof-Flag     Pic X Value 'N'.
             88 Param-Eof                Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Pending-File-Status Pic XX.
          05 Ws-Param-File-Status  Pic XX.

       01 Ws-Counters.
          05 Ws-Record-Count       Pic 9(9) Value 0.
          05 Ws-Pending-Count      Pic 9(9) Value 0.
          05 Ws-Approved-Count     Pic 9(9) Value 0.
          05 Ws-Expired-Count      Pic 9(9) Value 0.
          05 Ws-Removed-Count      Pic 9(9) Value 0.

       01 Ws-Business-Date         Pic 9(8) Value 0.

       01 Ws-Param-Work.
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

      *> Days a held change may wait for its approval - the same
      *> fall-back default and PARMIN override as Amtmaint and
      *> Amtcmnt, so an item expires here on the run after the last
      *> one on which it could still have been approved.
       01 Ws-Pending-Expiry-Days   Pic 9(3) Value 5.

       01 Ws-Pending-Age-Days      Pic 9(7) Value 0.

      *> The held transaction, laid out the way the program that
      *> keyed it reads it, so the report can show the value the
      *> change asks for.
       Copy Maint.
       Copy Cumaint.

       01 Ws-Edit-Amount           Pic ---.---.---.--9,99.

       01 Pnd-Header-Line.
          05 Filler              Pic X(36)
             Value 'AMTPEND CHANGES AWAITING APPROVAL AT'.
          05 Filler              Pic X(1)  Value Space.
          05 Pnh-Date            Pic 9(8).
          05 Filler              Pic X(22)
             Value '   EXPIRY AFTER DAYS: '.
          05 Pnh-Expiry-Days     Pic 9(3).
          05 Filler              Pic X(62) Value Spaces.

       01 Pnd-Column-Line.
          05 Filler              Pic X(4)  Value 'SRC'.
          05 Filler              Pic X(13) Value 'NUMBER'.
          05 Filler              Pic X(4)  Value 'FN'.
          05 Filler              Pic X(20) Value 'REQUESTED VALUE'.
          05 Filler              Pic X(10) Value 'KEYED BY'.
          05 Filler              Pic X(10) Value 'KEYED ON'.
          05 Filler              Pic X(7)  Value '    AGE'.
          05 Filler              Pic X(4)  Value Spaces.
          05 Filler              Pic X(10) Value 'STATUS'.
          05 Filler              Pic X(12) Value 'APPROVED BY'.
          05 Filler              Pic X(38) Value Spaces.

       01 Pnd-Detail-Line.
          05 Pnd-Source          Pic X(1).
          05 Filler              Pic X(3)  Value Spaces.
          05 Pnd-Number          Pic 9(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Pnd-Function        Pic X(2).
          05 Filler              Pic X(2)  Value Spaces.
          05 Pnd-Requested       Pic X(18).
          05 Filler              Pic X(2)  Value Spaces.
          05 Pnd-Keyed-By        Pic X(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Pnd-Keyed-Date      Pic 9(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Pnd-Age             Pic Z(6)9.
          05 Filler              Pic X(4)  Value Spaces.
          05 Pnd-Status          Pic X(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Pnd-Approved-By     Pic X(8).
          05 Filler              Pic X(42) Value Spaces.

       01 Pnd-Total-Line.
          05 Pnt-Label           Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Pnt-Count           Pic 9(9).
          05 Filler              Pic X(97) Value Spaces.

       Procedure Division.

           Perform 0000-Init
           Perform 1000-Main
           Perform 2000-Exit

           Goback.

       0000-Init Section.

           Perform Load-Parameters

           Open I-O Pending-File
           If Ws-Pending-File-Status = '35'
             Set Pending-Eof To True
           End-If

           Open Output Pending-Report-File
           Move Ws-Business-Date To Pnh-Date
           Move Ws-Pending-Expiry-Days To Pnh-Expiry-Days
           Write Pending-Report-Record From Pnd-Header-Line
           Write Pending-Report-Record From Pnd-Column-Line

           Exit.

       1000-Main Section.

      *> One pass in key order does the daily housekeeping: a change
      *> left waiting past the expiry period is marked expired, so
      *> its approval is refused and the change has to be keyed
      *> again; what is still waiting, and what was approved or
      *> expired today, is reported; and items resolved on an
      *> earlier day - already reported once - are removed.
           Perform Read-Pending
           Perform Until Pending-Eof
             Add 1 To Ws-Record-Count
             Perform Review-Pending-Item
             Perform Read-Pending
           End-Perform

           Exit.

       2000-Exit Section.

           If Ws-Pending-File-Status Not = '35'
             Close Pending-File
           End-If
           Perform Write-Totals
           Close Pending-Report-File

           Display '==========================================='
           Display ' AMTPEND - PENDING APPROVAL SUMMARY'
           Display '==========================================='
           Display ' BUSINESS DATE. . . . . . . : '
               Ws-Business-Date
           Display ' EXPIRY PERIOD (DAYS) . . . : '
               Ws-Pending-Expiry-Days
           Display ' ITEMS READ . . . . . . . . : ' Ws-Record-Count
           Display ' STILL AWAITING APPROVAL. . : ' Ws-Pending-Count
           Display ' APPROVED TODAY . . . . . . : ' Ws-Approved-Count
           Display ' EXPIRED TODAY. . . . . . . : ' Ws-Expired-Count
           Display ' RESOLVED ITEMS REMOVED . . : ' Ws-Removed-Count
           Display '==========================================='

           Exit.

       Review-Pending-Item Section.

           Compute Ws-Pending-Age-Days =
               Function Integer-Of-Date(Ws-Business-Date)
             - Function Integer-Of-Date(Pend-Keyed-Date)

           If Pend-Is-Pending
             And Ws-Pending-Age-Days > Ws-Pending-Expiry-Days
             Move 'E' To Pend-Status
             Move Ws-Business-Date To Pend-Resolved-Date
             Rewrite Pending-Record
           End-If

           Evaluate True
           When Pend-Is-Pending
             Add 1 To Ws-Pending-Count
             Perform Write-Pending-Detail
           When Pend-Resolved-Date < Ws-Business-Date
             Delete Pending-File Record
             Add 1 To Ws-Removed-Count
           When Pend-Is-Approved
             Add 1 To Ws-Approved-Count
             Perform Write-Pending-Detail
           When Other
             Add 1 To Ws-Expired-Count
             Perform Write-Pending-Detail
           End-Evaluate

           Exit.

       Write-Pending-Detail Section.

           Move Pend-Source To Pnd-Source
           Move Pend-Subject-Number To Pnd-Number
           Move Pend-Function-Code To Pnd-Function
           Move Pend-Keyed-By To Pnd-Keyed-By
           Move Pend-Keyed-Date To Pnd-Keyed-Date
           Move Ws-Pending-Age-Days To Pnd-Age
           Move Pend-Approved-By To Pnd-Approved-By

           Evaluate True
           When Pend-Is-Pending
             Move 'PENDING' To Pnd-Status
           When Pend-Is-Approved
             Move 'APPROVED' To Pnd-Status
           When Other
             Move 'EXPIRED' To Pnd-Status
           End-Evaluate

           Perform Format-Requested-Value

           Write Pending-Report-Record From Pnd-Detail-Line

           Exit.

       Format-Requested-Value Section.

      *> Only the functions that are ever held carry a value worth
      *> showing; anything else prints blank.
           Move Spaces To Pnd-Requested
           If Pend-From-Account
             Move Pend-Transaction To Maint-Transaction
             Evaluate True
             When Maint-Change-Overdraft
               Move Maint-Overdraft-Limit To Ws-Edit-Amount
               Move Ws-Edit-Amount To Pnd-Requested
             When Maint-Change-Status
               Move Maint-New-Status To Pnd-Requested
             When Maint-Change-Hold
               Move Maint-Held-Amount To Ws-Edit-Amount
               Move Ws-Edit-Amount To Pnd-Requested
             When Other
               Continue
             End-Evaluate
           Else
             Move Pend-Transaction To Cust-Maint-Transaction
             If Cmnt-Change-Customer
               Move Cmnt-National-Id To Pnd-Requested
             End-If
           End-If

           Exit.

       Write-Totals Section.

           Move 'STILL AWAITING APPROVAL' To Pnt-Label
           Move Ws-Pending-Count To Pnt-Count
           Write Pending-Report-Record From Pnd-Total-Line

           Move 'APPROVED TODAY' To Pnt-Label
           Move Ws-Approved-Count To Pnt-Count
           Write Pending-Report-Record From Pnd-Total-Line

           Move 'EXPIRED TODAY' To Pnt-Label
           Move Ws-Expired-Count To Pnt-Count
           Write Pending-Report-Record From Pnd-Total-Line

           Move 'RESOLVED ITEMS REMOVED' To Pnt-Label
           Move Ws-Removed-Count To Pnt-Count
           Write Pending-Report-Record From Pnd-Total-Line

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

       Read-Pending Section.

           If Ws-Pending-File-Status Not = '35'
             Read Pending-File
               At End
                 Set Pending-Eof To True
             End-Read
           End-If

           Exit.
