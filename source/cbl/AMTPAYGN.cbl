       Identification Division.
       Program-Id. Amtpaygn.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> Payment orders to accounts at other banks, as captured by
      *> the branches and the online bank.  Read as raw text so a
      *> record with garbage in it can still be written to the error
      *> file instead of abending the run.
           Select Order-In-File Assign To 'PAYORDIN'
               Organization Is Sequential.

      *> Register of every order converted, keyed by the sequence
      *> number of the posting it generated.  File Status lets the
      *> first-time open create it on the very first run (status 35).
           Select Payment-Register-File Assign To 'PAYREF'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Payref-Sequence-Number
               File Status Is Ws-Payref-File-Status.

      *> Converted orders as Type 5 payments in the Amttrans
      *> copybook layout; the scheduler concatenates this file into
      *> the TRANSIN stream ahead of Amtedit, behind the inbound
      *> clearing deposits.  Sequence numbers come from the outbound
      *> payment range (Seqrng).
           Select Gen-File Assign To 'PAYGEN'
               Organization Is Sequential.

      *> The last assigned sequence number rides between daily runs
      *> on its own control file: yesterday's figure comes in on
      *> PYSEQIN (missing on the very first run - status 35), today's
      *> goes out on PYSEQOUT, and the scheduler swaps the two for
      *> the next run, so a system-assigned number is never reused.
           Select Seq-In-File Assign To 'PYSEQIN'
               Organization Is Sequential
               File Status Is Ws-Seq-In-File-Status.

           Select Seq-Out-File Assign To 'PYSEQOUT'
               Organization Is Sequential.

           Select Order-Error-File Assign To 'PAYERR'
               Organization Is Sequential.

       Data Division.

       File Section.

       FD  Order-In-File.
       01  Order-In-Record                  Pic X(66).

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

       FD  Order-Error-File.
       01  Order-Error-Record.
           05  Order-Error-Reason-Code      Pic X(4).
           05  Order-Error-Reason-Text      Pic X(30).
           05  Order-Error-Order-Data       Pic X(66).

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Order-Eof-Flag   Pic X Value 'N'.
             88 Order-Eof               Value 'Y'.
          05 Ws-Error-Flag       Pic X Value 'N'.
             88 Order-In-Error          Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Payref-File-Status   Pic XX.
          05 Ws-Seq-In-File-Status   Pic XX.

       01 Ws-Counters.
          05 Ws-Order-Count       Pic 9(9) Value 0.
          05 Ws-Generated-Count   Pic 9(9) Value 0.
          05 Ws-Error-Count       Pic 9(9) Value 0.
          05 Ws-Generated-Amount  Pic S9(11)V99 Value 0.
          05 Ws-Generated-Hash    Pic 9(9)V99 Value 0.

       01 Ws-Business-Date       Pic 9(8) Value 0.
       01 Ws-Next-Sequence       Pic 9(9) Value 0.

       Copy Seqrng.

       Copy Payord.

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

      *> Envelope validation state for the inbound order file.  The
      *> proving pass runs before any output is opened; a file that
      *> fails it is quarantined whole - not one order is converted -
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
                  By ==Pic X(49)==
                     ==Pic X(44)==
                  By ==Pic X(45)==.

       Procedure Division.

           Perform Register-Run-Start
           If Runreg-Step-Cleared
             Perform Validate-Order-Envelope
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

      *> The validation pass already swept the order file to end -
      *> reset for the conversion pass.
           Move 'N' To Ws-Order-Eof-Flag
           Open Input Order-In-File

      *> Status 35 means the register does not exist yet - the very
      *> first run creates it empty, then reopens it I-O.
           Open I-O Payment-Register-File
           If Ws-Payref-File-Status = '35'
             Open Output Payment-Register-File
             Close Payment-Register-File
             Open I-O Payment-Register-File
           End-If

           Open Input Seq-In-File
           If Ws-Seq-In-File-Status = '35'
             Move Seq-Payment-Out-Base To Ws-Next-Sequence
           Else
             Read Seq-In-File
               At End
                 Move Seq-Payment-Out-Base To Ws-Next-Sequence
               Not At End
                 Move Sqi-Last-Sequence To Ws-Next-Sequence
             End-Read
             Close Seq-In-File
           End-If

           Open Output Gen-File
           Open Output Seq-Out-File
           Open Output Order-Error-File

           Move Spaces To Envelope-Header
           Move 'H' To Env-Header-Type
           Move Ws-Business-Date To Env-Creation-Date
           Move 'AMTPAYGN' To Env-Source-Id
           Write Envelope-Header

           Exit.

       1000-Main Section.

           Perform Read-Order
           Perform Until Order-Eof
             Evaluate Order-In-Record(1:1)
             When 'H'
             When 'T'
               Continue
             When Other
               Add 1 To Ws-Order-Count
               Perform Convert-Order
             End-Evaluate
             Perform Read-Order
           End-Perform

           Move Ws-Next-Sequence To Sqo-Last-Sequence
           Write Seq-Out-Record

           Exit.

       2000-Exit Section.

           Close Order-In-File
           Close Payment-Register-File

           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Generated-Count To Env-Record-Count
           Move Ws-Generated-Hash To Env-Hash-Total
           Write Envelope-Trailer
           Close Gen-File
           Close Seq-Out-File
           Close Order-Error-File

           Display '==========================================='
           Display ' AMTPAYGN - PAYMENT ORDER CONVERSION'
           Display '==========================================='
           Display ' BUSINESS DATE. . . . . . . : '
               Ws-Business-Date
           Display ' ORDERS READ. . . . . . . . : ' Ws-Order-Count
           Display ' PAYMENTS GENERATED . . . . : '
               Ws-Generated-Count
           Display ' AMOUNT GENERATED . . . . . : '
               Ws-Generated-Amount
           Display ' ORDERS IN ERROR. . . . . . : ' Ws-Error-Count
           Display '==========================================='

           Exit.

       Convert-Order Section.

      *> Only the shape of the order is checked here.  Whether the
      *> ordering account exists and can pay is the posting run's
      *> business - it applies the same status, hold and funds rules
      *> as to any withdrawal and rejects to REJOUT.
           Move Order-In-Record To Payment-Order
           Move 'N' To Ws-Error-Flag
           Move Pord-Payment-Date To Ws-Check-Date
           Perform Check-Calendar-Date

           Evaluate True
           When Pord-Account-Number Not Numeric
               Or Pord-Account-Number = 0
               Or Pord-Amount Not Numeric
               Or Pord-Amount = 0
               Or Not Date-Is-Valid
             Move 'Y001' To Order-Error-Reason-Code
             Move 'PAYMENT ORDER INVALID' To Order-Error-Reason-Text
             Perform Write-Order-Error
           When Pord-Payee-Account Not Numeric
               Or Pord-Payee-Account = 0
               Or Pord-Payee-Account = Pord-Account-Number
             Move 'Y002' To Order-Error-Reason-Code
             Move 'PAYEE ACCOUNT INVALID' To Order-Error-Reason-Text
             Perform Write-Order-Error
           When Pord-Reference = Spaces
             Move 'Y003' To Order-Error-Reason-Code
             Move 'PAYEE REFERENCE MISSING' To Order-Error-Reason-Text
             Perform Write-Order-Error
           When Other
             Continue
           End-Evaluate

           If Not Order-In-Error
             Perform Emit-Payment
           End-If

           Exit.

       Emit-Payment Section.

           Add 1 To Ws-Next-Sequence
           Move Ws-Next-Sequence To Gen-Sequence-Number
           Move Pord-Account-Number To Gen-Account-Number
           Move Pord-Payment-Date To Gen-Date
           Move 16 To Gen-Code
           Move 'A' To Gen-Class
           Move 5 To Gen-Type
           Move Pord-Amount To Gen-Amount
           Move 0 To Gen-Original-Seq
           Move Pord-Payee-Account To Gen-Contra-Account
           Write Gen-Record

      *> The register entry carries the payee reference the posting
      *> record has no room for; Amttrans picks it up by sequence
      *> number when the payment posts.
           Initialize Payment-Register-Record
           Move Ws-Next-Sequence To Payref-Sequence-Number
           Move Pord-Account-Number To Payref-Account-Number
           Move Pord-Payee-Account To Payref-Payee-Account
           Move Pord-Reference To Payref-Reference
           Move Pord-Amount To Payref-Amount
           Move Pord-Payment-Date To Payref-Order-Date
           Set Payref-Ordered To True
           Write Payment-Register-Record
             Invalid Key
               Display 'PAYMENT REGISTER WRITE FAILED, SEQ: '
                   Payref-Sequence-Number
           End-Write

           Add 1 To Ws-Generated-Count
           Add Pord-Amount To Ws-Generated-Amount
           Compute Ws-Generated-Hash = Function Mod(
               Ws-Generated-Hash + Pord-Amount, 1000000000)

           Exit.

       Write-Order-Error Section.

           Move Order-In-Record To Order-Error-Order-Data
           Write Order-Error-Record
           Add 1 To Ws-Error-Count
           Set Order-In-Error To True

           Exit.

       Validate-Order-Envelope Section.

      *> First pass over the order file: every record must sit
      *> inside a (header, data, trailer) segment and each trailer's
      *> record count and amount hash must prove, so a truncated
      *> transmission is caught before a single payment is ordered.
      *> A completely empty file passes as a day with no orders.
      *> Any failure quarantines the run: nothing is converted and
      *> the condition code is set.
           Open Input Order-In-File

           Perform Read-Order
           Perform Until Order-Eof Or Envelope-Failed
             Perform Check-Order-Envelope-Record
             Perform Read-Order
           End-Perform

           If Inside-Segment And Not Envelope-Failed
             Display 'AMTPAYGN ENVELOPE: TRAILER MISSING - '
                 'FILE QUARANTINED'
             Set Envelope-Failed To True
           End-If

           Close Order-In-File

           If Envelope-Failed
             Move 12 To Return-Code
           Else
             Set Envelope-Proved To True
           End-If

           Exit.

       Check-Order-Envelope-Record Section.

           Evaluate Order-In-Record(1:1)
           When 'H'
             If Inside-Segment
               Display 'AMTPAYGN ENVELOPE: HEADER INSIDE SEGMENT '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Set Inside-Segment To True
               Move 0 To Ws-Env-Count
               Move 0 To Ws-Env-Hash
             End-If
           When 'T'
             If Not Inside-Segment
               Display 'AMTPAYGN ENVELOPE: TRAILER WITHOUT HEADER '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Move Order-In-Record To In-Envelope-Trailer
               If In-Env-Record-Count Not Numeric
                 Or In-Env-Record-Count Not = Ws-Env-Count
                 Display 'AMTPAYGN ENVELOPE: RECORD COUNT DOES '
                     'NOT PROVE - FILE QUARANTINED'
                 Set Envelope-Failed To True
               End-If
               If Not Envelope-Failed
                 And (In-Env-Hash-Total Not Numeric
                     Or In-Env-Hash-Total Not = Ws-Env-Hash)
                 Display 'AMTPAYGN ENVELOPE: HASH TOTAL DOES '
                     'NOT PROVE - FILE QUARANTINED'
                 Set Envelope-Failed To True
               End-If
               Move 'N' To Ws-Env-Inside-Flag
             End-If
           When Other
             If Not Inside-Segment
               Display 'AMTPAYGN ENVELOPE: DATA OUTSIDE SEGMENT '
                   '- FILE QUARANTINED'
               Set Envelope-Failed To True
             Else
               Add 1 To Ws-Env-Count
      *> A garbage amount hashes as zero; the segment then fails
      *> the proof and the order capture resends the file.
               If Order-In-Record(48:11) Numeric
                 Move Order-In-Record(48:11) To Ws-Env-Amount-X
               Else
                 Move 0 To Ws-Env-Amount
               End-If
               Compute Ws-Env-Hash = Function Mod(
                   Ws-Env-Hash + Ws-Env-Amount, 1000000000)
             End-If
           End-Evaluate

           Exit.

       Read-Order Section.

           Read Order-In-File
             At End
               Set Order-Eof To True
           End-Read

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
      *> second run over the same order file would send every
      *> payment twice.  A refusal leaves every file untouched and
      *> sets the condition code for the scheduler.
           Move 'AMTPAYGN' To Runreg-Step
           Move Spaces To Runreg-Predecessor
           Call Pgm-Runreg Using Runreg-Request
           If Not Runreg-Step-Cleared
             Move 12 To Return-Code
           End-If

           Exit.

       Register-Run-End Section.

           Call Pgm-Runreg-End Using Runreg-Request

           Exit.
