       Identification Division.
       Program-Id. Amtclrin.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> Incoming payments from other banks, keyed by KID reference.
      *> Read as raw text so a record with garbage in it can still be
      *> inspected and sent to suspense instead of abending the run.
           Select Clearing-In-File Assign To 'CLRIN'
               Organization Is Sequential.

      *> KID reference to account table, maintained by Amtkidmt.
      *> File Status lets a run before any reference is registered
      *> (status 35) send every payment to suspense.
           Select Kid-Master-File Assign To 'KIDREF'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Kidm-Reference
               File Status Is Ws-Kid-Master-Status.

           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Acct-Master-Number
               File Status Is Ws-Acct-Master-Status.

      *> Credited payments as Type 3 deposits in the Amttrans
      *> copybook layout; the scheduler concatenates this file into
      *> the TRANSIN stream ahead of Amtedit, behind the standing
      *> orders.  Sequence numbers come from the inbound clearing
      *> range (Seqrng), above the standing-order range.
           Select Gen-File Assign To 'CLRGEN'
               Organization Is Sequential.

      *> The last assigned sequence number rides between daily runs
      *> on its own control file: yesterday's figure comes in on
      *> CLSEQIN (missing on the very first run - status 35), today's
      *> goes out on CLSEQOUT, and the scheduler swaps the two for
      *> the next run, so a system-assigned number is never reused.
           Select Seq-In-File Assign To 'CLSEQIN'
               Organization Is Sequential
               File Status Is Ws-Seq-In-File-Status.

           Select Seq-Out-File Assign To 'CLSEQOUT'
               Organization Is Sequential.

      *> The previous posting run's rejects.  Any reject in the
      *> inbound clearing range is a payment that was converted but
      *> failed to post - it goes on the return list with the rest.
      *> File Status lets a clean or first day (status 35) pass as
      *> no rejects.
           Select Reject-File Assign To 'REJOUT'
               Organization Is Sequential
               File Status Is Ws-Reject-File-Status.

      *> Payments that could not be credited, held with the full
      *> clearing record and the reason until the money goes back.
           Select Suspense-File Assign To 'CLRSUSP'
               Organization Is Sequential.

           Select Return-Report-File Assign To 'CLRRTN'
               Organization Is Sequential.

       Data Division.

       File Section.

       FD  Clearing-In-File.
       01  Clearing-In-Record               Pic X(70).

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

      *> The converted payments cross into the TRANSIN concatenation
      *> ahead of Amtedit, so the file carries its own envelope
      *> segment for the edit run to prove.
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
       01  Clr-Suspense-Record.
           05  Csp-Suspense-Date            Pic 9(8).
           05  Csp-Reason-Code              Pic X(4).
           05  Csp-Reason-Text              Pic X(30).
           05  Csp-Account-Number           Pic 9(11).
           05  Csp-Clearing-Data            Pic X(70).

       FD  Return-Report-File.
       01  Return-Report-Record             Pic X(132).

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Clr-Eof-Flag     Pic X Value 'N'.
             88 Clr-Eof                 Value 'Y'.
          05 Ws-Reject-Eof-Flag  Pic X Value 'N'.
             88 Reject-Eof              Value 'Y'.
          05 Ws-Kid-Present-Flag Pic X Value 'N'.
             88 Kid-File-Present        Value 'Y'.
          05 Ws-Acct-Present-Flag Pic X Value 'N'.
             88 Acct-File-Present       Value 'Y'.
          05 Ws-Suspend-Flag     Pic X Value 'N'.
             88 Payment-Suspended       Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Kid-Master-Status    Pic XX.
          05 Ws-Acct-Master-Status   Pic XX.
          05 Ws-Seq-In-File-Status   Pic XX.
          05 Ws-Reject-File-Status   Pic XX.

       01 Ws-Counters.
          05 Ws-Payment-Count     Pic 9(9) Value 0.
          05 Ws-Generated-Count   Pic 9(9) Value 0.
          05 Ws-Suspense-Count    Pic 9(9) Value 0.
          05 Ws-Rejected-Count    Pic 9(9) Value 0.
          05 Ws-Generated-Amount  Pic S9(11)V99 Value 0.
          05 Ws-Suspense-Amount   Pic S9(11)V99 Value 0.
          05 Ws-Generated-Hash    Pic 9(9)V99 Value 0.

       01 Ws-Business-Date       Pic 9(8) Value 0.
       01 Ws-Next-Sequence       Pic 9(9) Value 0.

       Copy Seqrng.

       Copy Clearing.

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

      *> Envelope validation state for the inbound clearing file.
      *> The proving pass runs before any output is opened; a file
      *> that fails it is quarantined whole - not one payment is
      *> converted - with the condition code set for the scheduler.
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
                  By ==Pic X(53)==
                     ==Pic X(44)==
                  By ==Pic X(49)==.

       01 Rtn-Header-Line.
          05 Filler              Pic X(46)
             Value 'AMTCLRIN INBOUND CLEARING - PAYMENTS TO RETURN'.
          05 Filler              Pic X(86) Value Spaces.

       01 Rtn-Column-Line.
          05 Filler              Pic X(27) Value 'KID REFERENCE'.
          05 Filler              Pic X(13) Value 'PAYER ACCOUNT'.
          05 Filler              Pic X(17) Value 'ARCHIVE REF'.
          05 Filler              Pic X(10) Value 'PAID'.
          05 Filler              Pic X(17) Value '          AMOUNT'.
          05 Filler              Pic X(2)  Value Spaces.
          05 Filler              Pic X(46) Value 'REASON'.

       01 Rtn-Detail-Line.
          05 Rtd-Kid-Reference   Pic X(25).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtd-Payer-Account   Pic X(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtd-Archive-Ref     Pic X(15).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtd-Payment-Date    Pic X(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtd-Amount          Pic Z.ZZZ.ZZZ.ZZ9,99.
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtd-Reason-Code     Pic X(4).
          05 Filler              Pic X(1)  Value Space.
          05 Rtd-Reason-Text     Pic X(30).
          05 Filler              Pic X(11) Value Spaces.

       01 Rtn-Reject-Header-Line.
          05 Filler              Pic X(47)
             Value 'CONVERTED PAYMENTS REJECTED BY THE POSTING RUN'.
          05 Filler              Pic X(85) Value Spaces.

       01 Rtn-Reject-Column-Line.
          05 Filler              Pic X(11) Value 'SEQUENCE'.
          05 Filler              Pic X(13) Value 'ACCOUNT'.
          05 Filler              Pic X(10) Value 'PAID'.
          05 Filler              Pic X(8)  Value 'REASON'.
          05 Filler              Pic X(17) Value '          AMOUNT'.
          05 Filler              Pic X(73) Value Spaces.

       01 Rtn-Reject-Detail-Line.
          05 Rtr-Seq             Pic 9(9).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtr-Account         Pic 9(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtr-Date            Pic 9(8).
          05 Filler              Pic X(2)  Value Spaces.
          05 Rtr-Reason          Pic X(4).
          05 Filler              Pic X(4)  Value Spaces.
          05 Rtr-Amount          Pic ---.---.--9,99.
          05 Filler              Pic X(76) Value Spaces.

       01 Rtn-Blank-Line         Pic X(132) Value Spaces.

       Procedure Division.

           Perform Register-Run-Start
           If Runreg-Step-Cleared
             Perform Validate-Clearing-Envelope
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

      *> The validation pass already swept the clearing file to end
      *> - reset for the conversion pass.
           Move 'N' To Ws-Clr-Eof-Flag
           Open Input Clearing-In-File

           Open Input Kid-Master-File
           If Ws-Kid-Master-Status Not = '35'
             Set Kid-File-Present To True
           End-If

           Open Input Acct-Master-File
           If Ws-Acct-Master-Status Not = '35'
             Set Acct-File-Present To True
           End-If

           Open Input Seq-In-File
           If Ws-Seq-In-File-Status = '35'
             Move Seq-Clearing-In-Base To Ws-Next-Sequence
           Else
             Read Seq-In-File
               At End
                 Move Seq-Clearing-In-Base To Ws-Next-Sequence
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
           Move 'AMTCLRIN' To Env-Source-Id
           Write Envelope-Header

           Write Return-Report-Record From Rtn-Header-Line
           Write Return-Report-Record From Rtn-Column-Line

           Exit.

       1000-Main Section.

           Perform Read-Clearing
           Perform Until Clr-Eof
             Evaluate Clearing-In-Record(1:1)
             When 'H'
             When 'T'
               Continue
             When Other
               Add 1 To Ws-Payment-Count
               Perform Convert-Payment
             End-Evaluate
             Perform Read-Clearing
           End-Perform

           Perform Report-Rejected-Payments

           Move Ws-Next-Sequence To Sqo-Last-Sequence
           Write Seq-Out-Record

           Exit.

       2000-Exit Section.

           Close Clearing-In-File
           If Kid-File-Present
             Close Kid-Master-File
           End-If
           If Acct-File-Present
             Close Acct-Master-File
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
           Display ' AMTCLRIN - INBOUND CLEARING CONVERSION'
           Display '==========================================='
           Display ' BUSINESS DATE. . . . . . . : '
               Ws-Business-Date
           Display ' PAYMENTS READ. . . . . . . : ' Ws-Payment-Count
           Display ' DEPOSITS GENERATED . . . . : '
               Ws-Generated-Count
           Display ' AMOUNT GENERATED . . . . . : '
               Ws-Generated-Amount
           Display ' PAYMENTS TO SUSPENSE . . . : ' Ws-Suspense-Count
           Display ' AMOUNT TO SUSPENSE . . . . : '
               Ws-Suspense-Amount
           Display ' POSTING REJECTS REPORTED . : '
               Ws-Rejected-Count
           Display '==========================================='

           Exit.

       Convert-Payment Section.

      *> A payment is only credited to an account that can take the
      *> money today.  A closed account is gone from the master; a
      *> frozen one, one pending close, and a Bsu past the age limit
      *> would all reject the deposit in the posting run, so the
      *> payment goes straight to suspense for return instead of
      *> round-tripping through REJOUT.
           Move Clearing-In-Record To Clearing-Payment
           Move 'N' To Ws-Suspend-Flag
           Move 0 To Csp-Account-Number
           Move Clr-Payment-Date To Ws-Check-Date
           Perform Check-Calendar-Date

           Evaluate True
           When Clr-Amount Not Numeric
               Or Clr-Amount = 0
               Or Not Date-Is-Valid
             Move 'C006' To Csp-Reason-Code
             Move 'PAYMENT RECORD INVALID' To Csp-Reason-Text
             Set Payment-Suspended To True
           When Not Kid-File-Present
             Move 'C001' To Csp-Reason-Code
             Move 'KID REFERENCE UNKNOWN' To Csp-Reason-Text
             Set Payment-Suspended To True
           When Other
             Move Clr-Kid-Reference To Kidm-Reference
             Read Kid-Master-File
               Invalid Key
                 Move 'C001' To Csp-Reason-Code
                 Move 'KID REFERENCE UNKNOWN' To Csp-Reason-Text
                 Set Payment-Suspended To True
               Not Invalid Key
                 Move Kidm-Account-Number To Csp-Account-Number
                 Perform Check-Target-Account
             End-Read
           End-Evaluate

           If Payment-Suspended
             Perform Suspend-Payment
           Else
             Perform Emit-Deposit
           End-If

           Exit.

       Check-Target-Account Section.

           If Not Acct-File-Present
             Move 'C002' To Csp-Reason-Code
             Move 'ACCOUNT CLOSED' To Csp-Reason-Text
             Set Payment-Suspended To True
           Else
             Move Kidm-Account-Number To Acct-Master-Number
             Read Acct-Master-File
               Invalid Key
                 Move 'C002' To Csp-Reason-Code
                 Move 'ACCOUNT CLOSED' To Csp-Reason-Text
                 Set Payment-Suspended To True
               Not Invalid Key
                 Evaluate True
                 When Acct-Master-Is-Frozen
                   Move 'C003' To Csp-Reason-Code
                   Move 'ACCOUNT FROZEN' To Csp-Reason-Text
                   Set Payment-Suspended To True
                 When Acct-Master-Close-Pending
                   Move 'C004' To Csp-Reason-Code
                   Move 'ACCOUNT CLOSE PENDING' To Csp-Reason-Text
                   Set Payment-Suspended To True
                 When Acct-Master-Bsu-Age-Blocked
                   Move 'C005' To Csp-Reason-Code
                   Move 'BSU DEPOSITS BLOCKED' To Csp-Reason-Text
                   Set Payment-Suspended To True
                 End-Evaluate
             End-Read
           End-If

           Exit.

       Emit-Deposit Section.

           Add 1 To Ws-Next-Sequence
           Move Ws-Next-Sequence To Gen-Sequence-Number
           Move Kidm-Account-Number To Gen-Account-Number
           Move Clr-Payment-Date To Gen-Date
           Move 16 To Gen-Code
           Move 'A' To Gen-Class
           Move 3 To Gen-Type
           Move Clr-Amount To Gen-Amount
           Move 0 To Gen-Original-Seq
           Move 0 To Gen-Contra-Account
           Write Gen-Record

           Add 1 To Ws-Generated-Count
           Add Clr-Amount To Ws-Generated-Amount
           Compute Ws-Generated-Hash = Function Mod(
               Ws-Generated-Hash + Clr-Amount, 1000000000)

           Exit.

       Suspend-Payment Section.

           Move Ws-Business-Date To Csp-Suspense-Date
           Move Clearing-In-Record To Csp-Clearing-Data
           Write Clr-Suspense-Record
           Add 1 To Ws-Suspense-Count

           Move Clr-Kid-Reference To Rtd-Kid-Reference
           Move Clearing-In-Record(45:11) To Rtd-Payer-Account
           Move Clr-Archive-Reference To Rtd-Archive-Ref
           Move Clearing-In-Record(37:8) To Rtd-Payment-Date
           If Clr-Amount Numeric
             Move Clr-Amount To Rtd-Amount
             Add Clr-Amount To Ws-Suspense-Amount
           Else
             Move 0 To Rtd-Amount
           End-If
           Move Csp-Reason-Code To Rtd-Reason-Code
           Move Csp-Reason-Text To Rtd-Reason-Text
           Write Return-Report-Record From Rtn-Detail-Line

           Exit.

       Report-Rejected-Payments Section.

           Write Return-Report-Record From Rtn-Blank-Line
           Write Return-Report-Record From Rtn-Reject-Header-Line
           Write Return-Report-Record From Rtn-Reject-Column-Line

           Perform Read-Reject
           Perform Until Reject-Eof
             If Reject-Trans-Sequence-Number > Seq-Clearing-In-Base
               And Reject-Trans-Sequence-Number
                   <= Seq-Clearing-In-Limit
               Move Reject-Trans-Sequence-Number To Rtr-Seq
               Move Reject-Account-Number To Rtr-Account
               Move Reject-Trans-Date To Rtr-Date
               Move Reject-Reason-Code To Rtr-Reason
               Move Reject-Trans-Amount To Rtr-Amount
               Write Return-Report-Record From Rtn-Reject-Detail-Line
               Add 1 To Ws-Rejected-Count
             End-If
             Perform Read-Reject
           End-Perform

           Exit.

       Validate-Clearing-Envelope Section.

      *> First pass over the clearing file: every record must sit
      *> inside a (header, data, trailer) segment and each trailer's
      *> record count and amount hash must prove, so a truncated
      *> transmission is caught before a single payment is credited.
      *> A completely empty file passes as a day with nothing
      *> received.  Any failure quarantines the run: nothing is
      *> converted and the condition code is set.
           Open Input Clearing-In-File

           Perform Read-Clearing
           Perform Until Clr-Eof Or Envelope-Failed
             Perform Check-Clr-Envelope-Record
             Perform Read-Clearing
           End-Perform

           If Inside-Segment And Not Envelope-Failed
             Display 'AMTCLRIN ENVELOPE: TRAILER MISSING - '
                 'FILE QUARANTINED'
             Set Envelope-Failed To True
           End-If

           Close Clearing-In-File

           If Envelope-Failed
             Move 12 To Return-Code
           Else
             Set Envelope-Proved To True
           End-If

           Exit.

       Check-Clr-Envelope-Record Section.

           Evaluate Clearing-In-Record(1:1)
           When 'H'
             If Inside-Segment
               Display 'AMTCLRIN ENVELOPE: HEADER INSIDE SEGMENT '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Set Inside-Segment To True
               Move 0 To Ws-Env-Count
               Move 0 To Ws-Env-Hash
             End-If
           When 'T'
             If Not Inside-Segment
               Display 'AMTCLRIN ENVELOPE: TRAILER WITHOUT HEADER '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Move Clearing-In-Record To In-Envelope-Trailer
               If In-Env-Record-Count Not Numeric
                 Or In-Env-Record-Count Not = Ws-Env-Count
                 Display 'AMTCLRIN ENVELOPE: RECORD COUNT DOES '
                     'NOT PROVE - FILE QUARANTINED'
                 Set Envelope-Failed To True
               End-If
               If Not Envelope-Failed
                 And (In-Env-Hash-Total Not Numeric
                     Or In-Env-Hash-Total Not = Ws-Env-Hash)
                 Display 'AMTCLRIN ENVELOPE: HASH TOTAL DOES '
                     'NOT PROVE - FILE QUARANTINED'
                 Set Envelope-Failed To True
               End-If
               Move 'N' To Ws-Env-Inside-Flag
             End-If
           When Other
             If Not Inside-Segment
               Display 'AMTCLRIN ENVELOPE: DATA OUTSIDE SEGMENT '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Add 1 To Ws-Env-Count
      *> A garbage amount hashes as zero; the segment then fails
      *> the proof and the clearing centre retransmits.
               If Clearing-In-Record(26:11) Numeric
                 Move Clearing-In-Record(26:11) To Ws-Env-Amount-X
               Else
                 Move 0 To Ws-Env-Amount
               End-If
               Compute Ws-Env-Hash = Function Mod(
                   Ws-Env-Hash + Ws-Env-Amount, 1000000000)
             End-If
           End-Evaluate

           Exit.

       Read-Clearing Section.

           Read Clearing-In-File
             At End
               Set Clr-Eof To True
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
      *> second run over the same clearing file would credit every
      *> payment twice.  A refusal leaves every file untouched and
      *> sets the condition code for the scheduler.
           Move 'AMTCLRIN' To Runreg-Step
           Move Spaces To Runreg-Predecessor
           Call Pgm-Runreg Using Runreg-Request
           If Not Runreg-Step-Cleared
             Move 12 To Return-Code
           End-If

           Exit.

       Register-Run-End Section.

           Call Pgm-Runreg-End Using Runreg-Request

           Exit.
