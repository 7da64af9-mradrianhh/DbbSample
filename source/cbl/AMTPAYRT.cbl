       Identification Division.
       Program-Id. Amtpayrt.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> Payments other banks have sent back, each quoting the
      *> sequence number we sent it under.  Read as raw text so a
      *> record with garbage in it can still be inspected and sent to
      *> suspense instead of abending the run.
           Select Return-In-File Assign To 'PAYRTNIN'
               Organization Is Sequential.

      *> Register of converted payment orders, maintained by
      *> Amtpaygn and marked sent by Amttrans.  File Status lets a
      *> run before any order is registered (status 35) send every
      *> return to suspense.
           Select Payment-Register-File Assign To 'PAYREF'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Payref-Sequence-Number
               File Status Is Ws-Payref-File-Status.

      *> Credit-backs as Class '9' Type 5 reversals in the Amttrans
      *> copybook layout; the scheduler concatenates this file into
      *> the TRANSIN stream ahead of Amtedit, behind the payment
      *> orders.  Sequence numbers come from the payment return
      *> range (Seqrng).
           Select Gen-File Assign To 'PAYRTGEN'
               Organization Is Sequential.

      *> The last assigned sequence number rides between daily runs
      *> on its own control file: yesterday's figure comes in on
      *> PRSEQIN (missing on the very first run - status 35), today's
      *> goes out on PRSEQOUT, and the scheduler swaps the two for
      *> the next run, so a system-assigned number is never reused.
           Select Seq-In-File Assign To 'PRSEQIN'
               Organization Is Sequential
               File Status Is Ws-Seq-In-File-Status.

           Select Seq-Out-File Assign To 'PRSEQOUT'
               Organization Is Sequential.

      *> The previous posting run's rejects.  Any reject in the
      *> payment return range is a credit-back that failed to post -
      *> the money is still owed to the customer, so it goes on the
      *> report for the branch.  File Status lets a clean or first
      *> day (status 35) pass as no rejects.
           Select Reject-File Assign To 'REJOUT'
               Organization Is Sequential
               File Status Is Ws-Reject-File-Status.

      *> Returns that could not be matched to a payment we sent,
      *> held with the full return record and the reason until
      *> operations settle them with the other bank.
           Select Suspense-File Assign To 'PAYRSUSP'
               Organization Is Sequential.

           Select Return-Report-File Assign To 'PAYRRPT'
               Organization Is Sequential.

       Data Division.

       File Section.

       FD  Return-In-File.
       01  Return-In-Record                 Pic X(62).

       FD  Payment-Register-File.
       Copy Payref.

       FD  Gen-File.
       Copy Amttrans
           Replacing ==Amount-Transaction==
                  By ==Gen-Record==
                     ==Transaction-Sequence-Number==
                  By ==Gen-Sequence-Number==
                     ==Transaction-Account-Number==
                  By ==Gen-Account-Number==
                     ==Transaction-Date==
                  By ==Gen-Date==
                     ==Transaction-Code==
                  By ==Gen-Code==
                     ==Transaction-Class==
                  By ==Gen-Class==
                     ==Transaction-Type==
                  By ==Gen-Type==
                     ==Transaction-Amount==
                  By ==Gen-Amount==
                     ==Transaction-Original-Seq==
                  By ==Gen-Original-Seq==
                     ==Transaction-Contra-Account==
                  By ==Gen-Contra-Account==.

      *> The credit-backs cross into the TRANSIN concatenation ahead
      *> of Amtedit, so the file carries its own envelope segment for
      *> the edit run to prove.
       Copy Envelope.

       FD  Seq-In-File.
       01  Seq-In-Record.
           05  Sqi-Last-Sequence            Pic 9(9).

       FD  Seq-Out-File.
       01  Seq-Out-Record.
           05  Sqo-Last-Sequence            Pic 9(9).

       FD  Reject-File.
       Copy Reject.

       FD  Suspense-File.
       01  Rtn-Suspense-Record.
           05  Rsp-Suspense-Date            Pic 9(8).
           05  Rsp-Reason-Code              Pic X(4).
           05  Rsp-Reason-Text              Pic X(30).
           05  Rsp-Return-Data              Pic X(62).

       FD  Return-Report-File.
       01  Return-Report-Record             Pic X(132).

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Return-Eof-Flag  Pic X Value 'N'.
             88 Return-Eof              Value 'Y'.
          05 Ws-Reject-Eof-Flag  Pic X Value 'N'.
             88 Reject-Eof              Value 'Y'.
          05 Ws-Payref-Present-Flag Pic X Value 'N'.
             88 Payref-File-Present     Value 'Y'.
          05 Ws-Suspend-Flag     Pic X Value 'N'.
             88 Return-Suspended        Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Payref-File-Status   Pic XX.
          05 Ws-Seq-In-File-Status   Pic XX.
          05 Ws-Reject-File-Status   Pic XX.

       01 Ws-Counters.
          05 Ws-Return-Count      Pic 9(9) Value 0.
          05 Ws-Generated-Count   Pic 9(9) Value 0.
          05 Ws-Suspense-Count    Pic 9(9) Value 0.
          05 Ws-Rejected-Count    Pic 9(9) Value 0.
          05 Ws-Generated-Amount  Pic S9(11)V99 Value 0.
          05 Ws-Suspense-Amount   Pic S9(11)V99 Value 0.
          05 Ws-Generated-Hash    Pic 9(9)V99 Value 0.

       01 Ws-Business-Date       Pic 9(8) Value 0.
       01 Ws-Next-Sequence       Pic 9(9) Value 0.

       Copy Seqrng.

       Copy Payrtn.

      *> A date is only good if it is on the calendar - numeric is
      *> not enough.  Checked as Amtedit checks Transaction-Date, so
      *> nothing generated here can fail that edit and land on
      *> EDITERR, which nobody works.
       01 Ws-Date-Work.
          05 Ws-Check-Date         Pic X(8).
          05 Ws-Check-Date-Parts Redefines Ws-Check-Date.
             10 Ws-Edit-Year       Pic 9(4).
             10 Ws-Edit-Month      Pic 9(2).
             10 Ws-Edit-Day        Pic 9(2).
          05 Ws-Days-In-Month      Pic 9(2).
          05 Ws-Leap-Remainder     Pic 9(4).
          05 Ws-Date-Valid-Flag    Pic X Value 'N'.
             88 Date-Is-Valid            Value 'Y'.

       01 Ws-Runreg-Pgms.
          05 Pgm-Runreg          Pic X(8)  Value 'AMTRUNRG'.
          05 Pgm-Runreg-End      Pic X(16) Value 'AMTRUNRG-END'.

       Copy Runreg.

      *> Envelope validation state for the inbound return file.  The
      *> proving pass runs before any output is opened; a file that
      *> fails it is quarantined whole - not one return is credited -
      *> with the condition code set for the scheduler.
       01 Ws-Envelope-Work.
          05 Ws-Env-Proved-Flag  Pic X Value 'N'.
             88 Envelope-Proved       Value 'Y'.
          05 Ws-Env-Inside-Flag  Pic X Value 'N'.
             88 Inside-Segment        Value 'Y'.
          05 Ws-Env-Failed-Flag  Pic X Value 'N'.
             88 Envelope-Failed       Value 'Y'.
          05 Ws-Env-Count        Pic 9(9) Value 0.
          05 Ws-Env-Hash         Pic 9(9)V99 Value 0.
          05 Ws-Env-Amount-X     Pic X(11).
          05 Ws-Env-Amount Redefines Ws-Env-Amount-X
                                 Pic 9(9)V99.

       Copy Envelope
           Replacing ==Envelope-Header==
                  By ==In-Envelope-Header==
                     ==Env-Header-Type==
                  By ==In-Env-Header-Type==
                     ==Env-Is-Header==
                  By ==In-Env-Is-Header==
                     ==Env-Creation-Date==
                  By ==In-Env-Creation-Date==
                     ==Env-Source-Id==
                  By ==In-Env-Source-Id==
                     ==Envelope-Trailer==
                  By ==In-Envelope-Trailer==
                     ==Env-Trailer-Type==
                  By ==In-Env-Trailer-Type==
                     ==Env-Is-Trailer==
                  By ==In-Env-Is-Trailer==
                     ==Env-Record-Count==
                  By ==In-Env-Record-Count==
                     ==Env-Hash-Total==
                  By ==In-Env-Hash-Total==
                     ==Pic X(48)==
                  By ==Pic X(45)==
                     ==Pic X(44)==
                  By ==Pic X(41)==.

       01 Rpt-Header-Line.
          05 Filler              Pic X(46)
             Value 'AMTPAYRT RETURNED PAYMENTS TO OTHER BANKS'.
          05 Filler              Pic X(86) Value Spaces.

       01 Rpt-Column-Line.
          05 Filler              Pic X(11) Value 'ORIG SEQ'.
          05 Filler              Pic X(13) Value 'ACCOUNT'.
          05 Filler              Pic X(10) Value 'RETURNED'.
          05 Filler              Pic X(18) Value '          AMOUNT'.
          05 Filler              Pic X(6)  Value 'BANK'.
          05 Filler              Pic X(74) Value 'ACTION'.

       01 Rpt-Detail-Line.
          05 Rpd-Original-Seq    Pic X(9).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpd-Account         Pic X(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpd-Return-Date     Pic X(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpd-Amount          Pic Z.ZZZ.ZZZ.ZZ9,99.
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpd-Bank-Reason     Pic X(4).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpd-Action-Code     Pic X(4).
          05 Filler              Pic X(1)  Value Space.
          05 Rpd-Action-Text     Pic X(30).
          05 Filler              Pic X(39) Value Spaces.

       01 Rpt-Reject-Header-Line.
          05 Filler              Pic X(47)
             Value 'CREDIT-BACKS REJECTED BY THE POSTING RUN'.
          05 Filler              Pic X(85) Value Spaces.

       01 Rpt-Reject-Column-Line.
          05 Filler              Pic X(11) Value 'SEQUENCE'.
          05 Filler              Pic X(13) Value 'ACCOUNT'.
          05 Filler              Pic X(11) Value 'ORIG SEQ'.
          05 Filler              Pic X(8)  Value 'REASON'.
          05 Filler              Pic X(17) Value '          AMOUNT'.
          05 Filler              Pic X(72) Value Spaces.

       01 Rpt-Reject-Detail-Line.
          05 Rpr-Seq             Pic 9(9).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpr-Account         Pic 9(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpr-Original-Seq    Pic 9(9).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rpr-Reason          Pic X(4).
          05 Filler              Pic X(4)  Value Spaces.
          05 Rpr-Amount          Pic ---.---.--9,99.
          05 Filler              Pic X(75) Value Spaces.

       01 Rpt-Blank-Line         Pic X(132) Value Spaces.

       Procedure Division.

           Perform Register-Run-Start
           If Runreg-Step-Cleared
             Perform Validate-Return-Envelope
           End-If
           If Runreg-Step-Cleared And Envelope-Proved
             Perform 0000-Init
             Perform 1000-Main
             Perform 2000-Exit
             Perform Register-Run-End
           End-If

           Goback.

       0000-Init Section.

           Move Function Current-Date(1:8) To Ws-Business-Date

      *> The validation pass already swept the return file to end -
      *> reset for the matching pass.
           Move 'N' To Ws-Return-Eof-Flag
           Open Input Return-In-File

           Open I-O Payment-Register-File
           If Ws-Payref-File-Status Not = '35'
             Set Payref-File-Present To True
           End-If

           Open Input Seq-In-File
           If Ws-Seq-In-File-Status = '35'
             Move Seq-Payment-Return-Base To Ws-Next-Sequence
           Else
             Read Seq-In-File
               At End
                 Move Seq-Payment-Return-Base To Ws-Next-Sequence
               Not At End
                 Move Sqi-Last-Sequence To Ws-Next-Sequence
             End-Read
             Close Seq-In-File
           End-If

           Open Input Reject-File
           If Ws-Reject-File-Status = '35'
             Set Reject-Eof To True
           End-If

           Open Output Gen-File
           Open Output Seq-Out-File
           Open Output Suspense-File
           Open Output Return-Report-File

           Move Spaces To Envelope-Header
           Move 'H' To Env-Header-Type
           Move Ws-Business-Date To Env-Creation-Date
           Move 'AMTPAYRT' To Env-Source-Id
           Write Envelope-Header

           Write Return-Report-Record From Rpt-Header-Line
           Write Return-Report-Record From Rpt-Column-Line

           Exit.

       1000-Main Section.

           Perform Read-Return
           Perform Until Return-Eof
             Evaluate Return-In-Record(1:1)
             When 'H'
             When 'T'
               Continue
             When Other
               Add 1 To Ws-Return-Count
               Perform Match-Return
             End-Evaluate
             Perform Read-Return
           End-Perform

           Perform Report-Rejected-Credits

           Move Ws-Next-Sequence To Sqo-Last-Sequence
           Write Seq-Out-Record

           Exit.

       2000-Exit Section.

           Close Return-In-File
           If Payref-File-Present
             Close Payment-Register-File
           End-If
           If Ws-Reject-File-Status Not = '35'
             Close Reject-File
           End-If

           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Generated-Count To Env-Record-Count
           Move Ws-Generated-Hash To Env-Hash-Total
           Write Envelope-Trailer
           Close Gen-File
           Close Seq-Out-File
           Close Suspense-File
           Close Return-Report-File

           Display '==========================================='
           Display ' AMTPAYRT - RETURNED PAYMENT CREDIT-BACKS'
           Display '==========================================='
           Display ' BUSINESS DATE. . . . . . . : '
               Ws-Business-Date
           Display ' RETURNS READ . . . . . . . : ' Ws-Return-Count
           Display ' CREDIT-BACKS GENERATED . . : '
               Ws-Generated-Count
           Display ' AMOUNT GENERATED . . . . . : '
               Ws-Generated-Amount
           Display ' RETURNS TO SUSPENSE. . . . : ' Ws-Suspense-Count
           Display ' AMOUNT TO SUSPENSE . . . . : '
               Ws-Suspense-Amount
           Display ' POSTING REJECTS REPORTED . : '
               Ws-Rejected-Count
           Display '==========================================='

           Exit.

       Match-Return Section.

      *> A return is only credited back against a payment we
      *> actually sent, once, for the amount we sent.  Anything else
      *> is held in suspense for operations to take up with the
      *> other bank - crediting it would pay the customer money that
      *> never left, or pay them twice.
           Move Return-In-Record To Payment-Return
           Move 'N' To Ws-Suspend-Flag
           Move Spaces To Rpd-Account
           Move Prt-Return-Date To Ws-Check-Date
           Perform Check-Calendar-Date

           Evaluate True
           When Prt-Original-Seq Not Numeric
               Or Prt-Amount Not Numeric
               Or Prt-Amount = 0
               Or Not Date-Is-Valid
             Move 'T001' To Rsp-Reason-Code
             Move 'RETURN RECORD INVALID' To Rsp-Reason-Text
             Set Return-Suspended To True
           When Not Payref-File-Present
             Move 'T002' To Rsp-Reason-Code
             Move 'PAYMENT NOT FOUND' To Rsp-Reason-Text
             Set Return-Suspended To True
           When Other
             Move Prt-Original-Seq To Payref-Sequence-Number
             Read Payment-Register-File
               Invalid Key
                 Move 'T002' To Rsp-Reason-Code
                 Move 'PAYMENT NOT FOUND' To Rsp-Reason-Text
                 Set Return-Suspended To True
               Not Invalid Key
                 Move Payref-Account-Number To Rpd-Account
                 Perform Check-Returned-Payment
             End-Read
           End-Evaluate

           If Return-Suspended
             Perform Suspend-Return
           Else
             Perform Emit-Credit-Back
           End-If

           Exit.

       Check-Returned-Payment Section.

           Evaluate True
           When Payref-Ordered
             Move 'T003' To Rsp-Reason-Code
             Move 'PAYMENT NEVER SENT' To Rsp-Reason-Text
             Set Return-Suspended To True
           When Payref-Returned
             Move 'T004' To Rsp-Reason-Code
             Move 'PAYMENT ALREADY RETURNED' To Rsp-Reason-Text
             Set Return-Suspended To True
           When Prt-Amount Not = Payref-Amount
             Move 'T005' To Rsp-Reason-Code
             Move 'RETURN AMOUNT DOES NOT MATCH' To Rsp-Reason-Text
             Set Return-Suspended To True
           When Other
             Continue
           End-Evaluate

           Exit.

       Emit-Credit-Back Section.

      *> The credit-back reverses the original payment: a Class '9'
      *> Type 5 naming the original's sequence number, which the
      *> posting run turns back into a credit to the same account.
           Add 1 To Ws-Next-Sequence
           Move Ws-Next-Sequence To Gen-Sequence-Number
           Move Payref-Account-Number To Gen-Account-Number
           Move Prt-Return-Date To Gen-Date
           Move 16 To Gen-Code
           Move '9' To Gen-Class
           Move 5 To Gen-Type
           Move Payref-Amount To Gen-Amount
           Move Payref-Sequence-Number To Gen-Original-Seq
           Move Payref-Payee-Account To Gen-Contra-Account
           Write Gen-Record

           Set Payref-Returned To True
           Move Ws-Next-Sequence To Payref-Return-Sequence
           Rewrite Payment-Register-Record
             Invalid Key
               Display 'PAYMENT REGISTER REWRITE FAILED, SEQ: '
                   Payref-Sequence-Number
           End-Rewrite

           Add 1 To Ws-Generated-Count
           Add Payref-Amount To Ws-Generated-Amount
           Compute Ws-Generated-Hash = Function Mod(
               Ws-Generated-Hash + Payref-Amount, 1000000000)

           Move 'CRED' To Rpd-Action-Code
           Move 'CREDITED BACK' To Rpd-Action-Text
           Perform Write-Report-Detail

           Exit.

       Suspend-Return Section.

           Move Ws-Business-Date To Rsp-Suspense-Date
           Move Return-In-Record To Rsp-Return-Data
           Write Rtn-Suspense-Record
           Add 1 To Ws-Suspense-Count
           If Prt-Amount Numeric
             Add Prt-Amount To Ws-Suspense-Amount
           End-If

           Move Rsp-Reason-Code To Rpd-Action-Code
           Move Rsp-Reason-Text To Rpd-Action-Text
           Perform Write-Report-Detail

           Exit.

       Write-Report-Detail Section.

           Move Return-In-Record(1:9) To Rpd-Original-Seq
           Move Return-In-Record(21:8) To Rpd-Return-Date
           If Prt-Amount Numeric
             Move Prt-Amount To Rpd-Amount
           Else
             Move 0 To Rpd-Amount
           End-If
           Move Prt-Reason-Code To Rpd-Bank-Reason
           Write Return-Report-Record From Rpt-Detail-Line

           Exit.

       Report-Rejected-Credits Section.

           Write Return-Report-Record From Rpt-Blank-Line
           Write Return-Report-Record From Rpt-Reject-Header-Line
           Write Return-Report-Record From Rpt-Reject-Column-Line

           Perform Read-Reject
           Perform Until Reject-Eof
             If Reject-Trans-Sequence-Number > Seq-Payment-Return-Base
               And Reject-Trans-Sequence-Number
                   <= Seq-Payment-Return-Limit
               Move Reject-Trans-Sequence-Number To Rpr-Seq
               Move Reject-Account-Number To Rpr-Account
               Move Reject-Trans-Original-Seq To Rpr-Original-Seq
               Move Reject-Reason-Code To Rpr-Reason
               Move Reject-Trans-Amount To Rpr-Amount
               Write Return-Report-Record From Rpt-Reject-Detail-Line
               Add 1 To Ws-Rejected-Count
             End-If
             Perform Read-Reject
           End-Perform

           Exit.

       Validate-Return-Envelope Section.

      *> First pass over the return file: every record must sit
      *> inside a (header, data, trailer) segment and each trailer's
      *> record count and amount hash must prove, so a truncated
      *> transmission is caught before a single return is credited.
      *> A completely empty file passes as a day with nothing
      *> returned.  Any failure quarantines the run: nothing is
      *> credited and the condition code is set.
           Open Input Return-In-File

           Perform Read-Return
           Perform Until Return-Eof Or Envelope-Failed
             Perform Check-Rtn-Envelope-Record
             Perform Read-Return
           End-Perform

           If Inside-Segment And Not Envelope-Failed
             Display 'AMTPAYRT ENVELOPE: TRAILER MISSING - '
                 'FILE QUARANTINED'
             Set Envelope-Failed To True
           End-If

           Close Return-In-File

           If Envelope-Failed
             Move 12 To Return-Code
           Else
             Set Envelope-Proved To True
           End-If

           Exit.

       Check-Rtn-Envelope-Record Section.

           Evaluate Return-In-Record(1:1)
           When 'H'
             If Inside-Segment
               Display 'AMTPAYRT ENVELOPE: HEADER INSIDE SEGMENT '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Set Inside-Segment To True
               Move 0 To Ws-Env-Count
               Move 0 To Ws-Env-Hash
             End-If
           When 'T'
             If Not Inside-Segment
               Display 'AMTPAYRT ENVELOPE: TRAILER WITHOUT HEADER '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Move Return-In-Record To In-Envelope-Trailer
               If In-Env-Record-Count Not Numeric
                 Or In-Env-Record-Count Not = Ws-Env-Count
                 Display 'AMTPAYRT ENVELOPE: RECORD COUNT DOES '
                     'NOT PROVE - FILE QUARANTINED'
                 Set Envelope-Failed To True
               End-If
               If Not Envelope-Failed
                 And (In-Env-Hash-Total Not Numeric
                     Or In-Env-Hash-Total Not = Ws-Env-Hash)
                 Display 'AMTPAYRT ENVELOPE: HASH TOTAL DOES '
                     'NOT PROVE - FILE QUARANTINED'
                 Set Envelope-Failed To True
               End-If
               Move 'N' To Ws-Env-Inside-Flag
             End-If
           When Other
             If Not Inside-Segment
               Display 'AMTPAYRT ENVELOPE: DATA OUTSIDE SEGMENT '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Add 1 To Ws-Env-Count
      *> A garbage amount hashes as zero; the segment then fails
      *> the proof and the clearing centre retransmits.
               If Return-In-Record(10:11) Numeric
                 Move Return-In-Record(10:11) To Ws-Env-Amount-X
               Else
                 Move 0 To Ws-Env-Amount
               End-If
               Compute Ws-Env-Hash = Function Mod(
                   Ws-Env-Hash + Ws-Env-Amount, 1000000000)
             End-If
           End-Evaluate

           Exit.

       Read-Return Section.

           Read Return-In-File
             At End
               Set Return-Eof To True
           End-Read

           Exit.

       Read-Reject Section.

           If Ws-Reject-File-Status Not = '35'
             Read Reject-File
               At End
                 Set Reject-Eof To True
             End-Read
           End-If

           Exit.

       Check-Calendar-Date Section.

      *> Ws-Check-Date is set by the caller.
           Move 'N' To Ws-Date-Valid-Flag
           If Ws-Check-Date Numeric
             And Ws-Edit-Month >= 1
             And Ws-Edit-Month <= 12
             Perform Set-Days-In-Month
             If Ws-Edit-Day >= 1
               And Ws-Edit-Day <= Ws-Days-In-Month
               Set Date-Is-Valid To True
             End-If
           End-If

           Exit.

       Set-Days-In-Month Section.

           Evaluate Ws-Edit-Month
           When 1
           When 3
           When 5
           When 7
           When 8
           When 10
           When 12
             Move 31 To Ws-Days-In-Month
           When 4
           When 6
           When 9
           When 11
             Move 30 To Ws-Days-In-Month
           When 2
             Perform Set-Days-In-February
           End-Evaluate

           Exit.

       Set-Days-In-February Section.

      *> A year divisible by 4 is a leap year, except century years,
      *> which are only leap years when divisible by 400.
           Move 28 To Ws-Days-In-Month
           Compute Ws-Leap-Remainder = Function Mod(Ws-Edit-Year, 4)
           If Ws-Leap-Remainder = 0
             Move 29 To Ws-Days-In-Month
             Compute Ws-Leap-Remainder =
                 Function Mod(Ws-Edit-Year, 100)
             If Ws-Leap-Remainder = 0
               Compute Ws-Leap-Remainder =
                   Function Mod(Ws-Edit-Year, 400)
               If Ws-Leap-Remainder Not = 0
                 Move 28 To Ws-Days-In-Month
               End-If
             End-If
           End-If

           Exit.

       Register-Run-Start Section.

      *> The run register is checked before any file is opened - a
      *> second run over the same return file would find every
      *> payment already returned and suspend the lot.  A refusal
      *> leaves every file untouched and sets the condition code
      *> for the scheduler.
           Move 'AMTPAYRT' To Runreg-Step
           Move Spaces To Runreg-Predecessor
           Call Pgm-Runreg Using Runreg-Request
           If Not Runreg-Step-Cleared
             Move 12 To Return-Code
           End-If

           Exit.

       Register-Run-End Section.

           Call Pgm-Runreg-End Using Runreg-Request

           Exit.
