       Identification Division.
       Program-Id. Amtclose.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> Payout instructions keyed by Amtmaint function '09', one per
      *> account to be closed out.  The file only exists once the
      *> first instruction is keyed, so File Status lets a missing
      *> file (status 35) pass as nothing to close out.
           Select Close-Instr-File Assign To 'CLOSEINS'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Clo-Account-Number
               File Status Is Ws-Close-File-Status.

           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Acct-Master-Number
               File Status Is Ws-Acct-Master-Status.

      *> Identity data for the closing letter.  Both masters are only
      *> created on Amtcmnt's first run, so File Status lets a
      *> missing file (status 35) print the letter flagged instead
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

      *> The settlement postings - the final interest credit and the
      *> transfer of the whole balance - in the Amttrans copybook
      *> layout.  The scheduler concatenates this file into the next
      *> night's TRANSIN stream ahead of Amtedit, behind the standing
      *> orders.  Sequence numbers come from the close-out range
      *> (Seqrng).
           Select Gen-File Assign To 'CLOSEGEN'
               Organization Is Sequential.

      *> The '02' close records for accounts whose settlement has
      *> brought the balance to zero, in the Maint copybook layout,
      *> concatenated into the next MNTIN behind the branch file.
           Select Close-Maint-File Assign To 'CLOSEMNT'
               Organization Is Sequential.

      *> The last assigned sequence number rides between daily runs
      *> on its own control file: yesterday's figure comes in on
      *> COSEQIN (missing on the very first run - status 35), today's
      *> goes out on COSEQOUT, and the scheduler swaps the two for
      *> the next run, so a system-assigned number is never reused.
           Select Seq-In-File Assign To 'COSEQIN'
               Organization Is Sequential
               File Status Is Ws-Seq-In-File-Status.

           Select Seq-Out-File Assign To 'COSEQOUT'
               Organization Is Sequential.

      *> Tonight's posting rejects.  Any reject in the close-out
      *> range is a settlement posting that failed - it is listed on
      *> the control report with its reason.  File Status lets a
      *> clean night (status 35) pass as no rejects.
           Select Reject-File Assign To 'REJOUT'
               Organization Is Sequential
               File Status Is Ws-Reject-File-Status.

           Select Letter-File Assign To 'CLOSELTR'
               Organization Is Sequential.

           Select Close-Report-File Assign To 'CLOSERPT'
               Organization Is Sequential.

       Data Division.

       File Section.

       FD  Close-Instr-File.
       Copy Closins.

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

      *> The settlement postings cross into the TRANSIN concatenation
      *> ahead of Amtedit, so the file carries its own envelope
      *> segment for the edit run to prove.
       Copy Envelope.

       FD  Close-Maint-File.
       Copy Maint.

      *> The close records cross into MNTIN, which Amtmaint proves
      *> segment by segment before it applies anything: count, and
      *> the account numbers as hash.  The pads grow to the 84-byte
      *> maintenance record so the file stays fixed-length.
       Copy Envelope
           Replacing ==Envelope-Header==
                  By ==Mnt-Envelope-Header==
                     ==Env-Header-Type==
                  By ==Mnt-Env-Header-Type==
                     ==Env-Is-Header==
                  By ==Mnt-Env-Is-Header==
                     ==Env-Creation-Date==
                  By ==Mnt-Env-Creation-Date==
                     ==Env-Source-Id==
                  By ==Mnt-Env-Source-Id==
                     ==Envelope-Trailer==
                  By ==Mnt-Envelope-Trailer==
                     ==Env-Trailer-Type==
                  By ==Mnt-Env-Trailer-Type==
                     ==Env-Is-Trailer==
                  By ==Mnt-Env-Is-Trailer==
                     ==Env-Record-Count==
                  By ==Mnt-Env-Record-Count==
                     ==Env-Hash-Total==
                  By ==Mnt-Env-Hash-Total==
                     ==Pic X(48)==
                  By ==Pic X(67)==
                     ==Pic X(44)==
                  By ==Pic X(63)==.

       FD  Seq-In-File.
       01  Seq-In-Record.
           05  Sqi-Last-Sequence            Pic 9(9).

       FD  Seq-Out-File.
       01  Seq-Out-Record.
           05  Sqo-Last-Sequence            Pic 9(9).

       FD  Reject-File.
       Copy Reject.

       FD  Letter-File.
       01  Letter-Record                    Pic X(132).

       FD  Close-Report-File.
       01  Close-Report-Record              Pic X(132).

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Instr-Eof-Flag    Pic X Value 'N'.
             88 Instr-Eof               Value 'Y'.
          05 Ws-Reject-Eof-Flag   Pic X Value 'N'.
             88 Reject-Eof              Value 'Y'.
          05 Ws-Refused-Flag      Pic X Value 'N'.
             88 Close-Out-Refused       Value 'Y'.
          05 Ws-Link-Present-Flag Pic X Value 'N'.
             88 Link-File-Present       Value 'Y'.
          05 Ws-Cust-Present-Flag Pic X Value 'N'.
             88 Cust-File-Present       Value 'Y'.
          05 Ws-Account-Found-Flag Pic X Value 'N'.
             88 Account-Was-Found       Value 'Y'.
          05 Ws-Cust-Known-Flag   Pic X Value 'N'.
             88 Customer-Known          Value 'Y'.
          05 Ws-Exception-Flag    Pic X Value 'N'.
             88 Settlement-Refused      Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Close-File-Status    Pic XX.
          05 Ws-Acct-Master-Status   Pic XX.
          05 Ws-Link-Master-Status   Pic XX.
          05 Ws-Cust-Master-Status   Pic XX.
          05 Ws-Seq-In-File-Status   Pic XX.
          05 Ws-Reject-File-Status   Pic XX.

       01 Ws-Counters.
          05 Ws-Instr-Count       Pic 9(9) Value 0.
          05 Ws-Waiting-Count     Pic 9(9) Value 0.
          05 Ws-Settled-Count     Pic 9(9) Value 0.
          05 Ws-Close-Sent-Count  Pic 9(9) Value 0.
          05 Ws-Removed-Count     Pic 9(9) Value 0.
          05 Ws-Exception-Count   Pic 9(9) Value 0.
          05 Ws-Rejected-Count    Pic 9(9) Value 0.
          05 Ws-Letter-Count      Pic 9(9) Value 0.
          05 Ws-Gen-Count         Pic 9(9) Value 0.
          05 Ws-Gen-Hash          Pic 9(9)V99 Value 0.
          05 Ws-Mnt-Count         Pic 9(9) Value 0.
          05 Ws-Mnt-Hash          Pic 9(9)V99 Value 0.
          05 Ws-Total-Interest    Pic S9(11)V99 Value 0.
          05 Ws-Total-Transferred Pic S9(11)V99 Value 0.

       01 Ws-Business-Date       Pic 9(8) Value 0.
       01 Ws-Business-Digits Redefines Ws-Business-Date.
          05 Ws-Business-Year    Pic 9(4).
          05 Filler              Pic 9(4).

       01 Ws-Next-Sequence       Pic 9(9) Value 0.

      *> The closing account, kept while the master record buffer is
      *> reused to read the payout account.
       01 Ws-Saved-Master        Pic X(87).

      *> Interest for the part of the interest year up to the closing
      *> date: the balance Amtint would capitalize, at its rate, for
      *> the days since the last interest date over the days in the
      *> year.  Amtint pays the full year at year end, so a close-out
      *> starts from 31 December of last year - or from the day its
      *> own earlier, failed settlement already paid to.
       01 Ws-Interest-Work.
          05 Ws-Interest-Base     Pic S9(11)V99 Value 0.
          05 Ws-Interest-Rate     Pic 9(3)V99 Value 0.
          05 Ws-Interest-From     Pic 9(8) Value 0.
          05 Ws-Prior-Year-End    Pic 9(8) Value 0.
          05 Ws-Year-End          Pic 9(8) Value 0.
          05 Ws-Interest-Days     Pic 9(5) Value 0.
          05 Ws-Year-Days         Pic 9(3) Value 0.
          05 Ws-Interest-Amount   Pic S9(9)V99 Value 0.
          05 Ws-Balance-Before    Pic S9(11)V99 Value 0.
          05 Ws-Transfer-Amount   Pic S9(11)V99 Value 0.
          05 Ws-Max-Transfer      Pic S9(11)V99 Value 999999999,99.

       01 Ws-Action-Text         Pic X(30) Value Spaces.

       Copy Intrate.

       Copy Seqrng.

       01 Ws-Runreg-Pgms.
          05 Pgm-Runreg          Pic X(8)  Value 'AMTRUNRG'.
          05 Pgm-Runreg-End      Pic X(16) Value 'AMTRUNRG-END'.

       Copy Runreg.

       01 Cls-Header-Line.
          05 Filler              Pic X(43)
             Value 'AMTCLOSE ACCOUNT CLOSE-OUT - CONTROL REPORT'.
          05 Filler              Pic X(4)  Value ' AT '.
          05 Clh-Date            Pic 9(8).
          05 Filler              Pic X(77) Value Spaces.

       01 Cls-Column-Line.
          05 Filler              Pic X(13) Value 'ACCOUNT'.
          05 Filler              Pic X(13) Value 'PAYOUT TO'.
          05 Filler              Pic X(19) Value '           BALANCE'.
          05 Filler              Pic X(19) Value '          INTEREST'.
          05 Filler              Pic X(20) Value '       TRANSFERRED'.
          05 Filler              Pic X(30) Value 'ACTION'.
          05 Filler              Pic X(18) Value Spaces.

       01 Cls-Detail-Line.
          05 Cld-Account         Pic 9(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Cld-Payout          Pic 9(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Cld-Balance         Pic ---.---.---.--9,99.
          05 Filler              Pic X(1)  Value Spaces.
          05 Cld-Interest        Pic ---.---.---.--9,99.
          05 Filler              Pic X(1)  Value Spaces.
          05 Cld-Transfer        Pic ---.---.---.--9,99.
          05 Filler              Pic X(2)  Value Spaces.
          05 Cld-Action          Pic X(30).
          05 Filler              Pic X(18) Value Spaces.

       01 Cls-Count-Line.
          05 Clc-Label           Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Clc-Count           Pic 9(9).
          05 Filler              Pic X(97) Value Spaces.

       01 Cls-Amount-Line.
          05 Cla-Label           Pic X(24).
          05 Filler              Pic X(2)  Value ': '.
          05 Cla-Amount          Pic ---.---.---.--9,99.
          05 Filler              Pic X(88) Value Spaces.

       01 Cls-Reject-Header-Line.
          05 Filler              Pic X(48)
             Value 'SETTLEMENT POSTINGS REJECTED BY THE POSTING RUN'.
          05 Filler              Pic X(84) Value Spaces.

       01 Cls-Reject-Column-Line.
          05 Filler              Pic X(11) Value 'SEQUENCE'.
          05 Filler              Pic X(13) Value 'ACCOUNT'.
          05 Filler              Pic X(6)  Value 'TYPE'.
          05 Filler              Pic X(8)  Value 'REASON'.
          05 Filler              Pic X(17) Value '          AMOUNT'.
          05 Filler              Pic X(77) Value Spaces.

       01 Cls-Reject-Detail-Line.
          05 Clr-Seq             Pic 9(9).
          05 Filler              Pic X(2)  Value Spaces.
          05 Clr-Account         Pic 9(11).
          05 Filler              Pic X(2)  Value Spaces.
          05 Clr-Type            Pic 9(1).
          05 Filler              Pic X(5)  Value Spaces.
          05 Clr-Reason          Pic X(4).
          05 Filler              Pic X(4)  Value Spaces.
          05 Clr-Amount          Pic ---.---.--9,99.
          05 Filler              Pic X(80) Value Spaces.

       01 Cls-Blank-Line         Pic X(132) Value Spaces.

      *> The closing letter: the mailing block, then the final
      *> figures - what was on the account, the interest paid up to
      *> the closing date and where the money went.
       01 Ltr-Title-Line.
          05 Filler              Pic X(35)
             Value 'YOUR ACCOUNT HAS BEEN CLOSED'.
          05 Filler              Pic X(97) Value Spaces.

       01 Ltr-Cust-Line.
          05 Lt-Customer-Name    Pic X(30).
          05 Filler              Pic X(102) Value Spaces.

       01 Ltr-Addr-Line.
          05 Lt-Address          Pic X(30).
          05 Filler              Pic X(102) Value Spaces.

       01 Ltr-Postal-Line.
          05 Lt-Postal-Code      Pic X(4).
          05 Filler              Pic X(1)  Value Space.
          05 Lt-City             Pic X(20).
          05 Filler              Pic X(107) Value Spaces.

       01 Ltr-No-Cust-Line.
          05 Filler              Pic X(22)
             Value '** CUSTOMER UNKNOWN **'.
          05 Filler              Pic X(110) Value Spaces.

       01 Ltr-Account-Line.
          05 Filler              Pic X(9)  Value 'ACCOUNT: '.
          05 Lt-Account-Number   Pic 9(11).
          05 Filler              Pic X(8)  Value '   TYPE:'.
          05 Filler              Pic X(1)  Value Space.
          05 Lt-Account-Type     Pic X(10).
          05 Filler              Pic X(93) Value Spaces.

       01 Ltr-Date-Line.
          05 Lt-Date-Label       Pic X(30).
          05 Lt-Date             Pic 9(8).
          05 Filler              Pic X(94) Value Spaces.

       01 Ltr-Amount-Line.
          05 Lt-Amount-Label     Pic X(30).
          05 Lt-Amount           Pic ---.---.---.--9,99.
          05 Filler              Pic X(84) Value Spaces.

       01 Ltr-Rate-Line.
          05 Filler              Pic X(30)
             Value 'INTEREST RATE PER YEAR (%)'.
          05 Lt-Rate             Pic ZZ9,99.
          05 Filler              Pic X(3)  Value Spaces.
          05 Filler              Pic X(5)  Value 'FOR '.
          05 Lt-Days             Pic ZZZZ9.
          05 Filler              Pic X(5)  Value ' DAYS'.
          05 Filler              Pic X(78) Value Spaces.

       01 Ltr-Payout-Line.
          05 Filler              Pic X(30)
             Value 'TRANSFERRED TO ACCOUNT'.
          05 Lt-Payout-Account   Pic 9(11).
          05 Filler              Pic X(91) Value Spaces.

       01 Ltr-Blank-Line         Pic X(132) Value Spaces.

       Procedure Division.

           Perform Register-Run-Start
           If Runreg-Step-Cleared
             Perform 0000-Init
             If Not Close-Out-Refused
               Perform 1000-Main
               Perform 2000-Exit
               Perform Register-Run-End
             End-If
           End-If

           Goback.

       0000-Init Section.

           Move Function Current-Date(1:8) To Ws-Business-Date

      *> Without the account master every instruction would read as
      *> an account already closed and be removed - settlements in
      *> flight included.  A master that will not open refuses the
      *> run before anything else is opened, so CLOSEINS, the
      *> sequence control and every output are left as they were,
      *> and the step stays open in the run register for the rerun.
           Open Input Acct-Master-File
           If Ws-Acct-Master-Status Not = '00'
             Display 'AMTCLOSE ACCOUNT MASTER WILL NOT OPEN, STATUS '
                 Ws-Acct-Master-Status ' - CLOSE-OUT NOT RUN'
             Set Close-Out-Refused To True
             Move 12 To Return-Code
           Else
             Perform Open-Close-Out-Files
           End-If

           Exit.

       Open-Close-Out-Files Section.

           Open I-O Close-Instr-File
           If Ws-Close-File-Status = '35'
             Set Instr-Eof To True
           End-If

           Open Input Link-Master-File
           If Ws-Link-Master-Status Not = '35'
             Set Link-File-Present To True
           End-If

           Open Input Cust-Master-File
           If Ws-Cust-Master-Status Not = '35'
             Set Cust-File-Present To True
           End-If

           Open Input Seq-In-File
           If Ws-Seq-In-File-Status = '35'
             Move Seq-Close-Out-Base To Ws-Next-Sequence
           Else
             Read Seq-In-File
               At End
                 Move Seq-Close-Out-Base To Ws-Next-Sequence
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
           Open Output Close-Maint-File
           Open Output Seq-Out-File
           Open Output Letter-File
           Open Output Close-Report-File

           Move Spaces To Envelope-Header
           Move 'H' To Env-Header-Type
           Move Ws-Business-Date To Env-Creation-Date
           Move 'AMTCLOSE' To Env-Source-Id
           Write Envelope-Header

           Move Spaces To Mnt-Envelope-Header
           Move 'H' To Mnt-Env-Header-Type
           Move Ws-Business-Date To Mnt-Env-Creation-Date
           Move 'AMTCLOSE' To Mnt-Env-Source-Id
           Write Mnt-Envelope-Header

           Move Ws-Business-Date To Clh-Date
           Write Close-Report-Record From Cls-Header-Line
           Write Close-Report-Record From Cls-Column-Line

           Exit.

       1000-Main Section.

      *> One pass over the instructions in account order.  Each
      *> close-out takes two nights after the branch sets the
      *> account close-pending: the first generates the interest and
      *> the transfer, the posting run moves the money, and the next
      *> night - the balance now zero - generates the close record.
           Perform Read-Instruction
           Perform Until Instr-Eof
             Add 1 To Ws-Instr-Count
             Perform Process-Instruction
             Perform Read-Instruction
           End-Perform

           Perform Report-Rejected-Settlements

           Move Ws-Next-Sequence To Sqo-Last-Sequence
           Write Seq-Out-Record

           Exit.

       2000-Exit Section.

           If Ws-Close-File-Status Not = '35'
             Close Close-Instr-File
           End-If
           Close Acct-Master-File
           If Link-File-Present
             Close Link-Master-File
           End-If
           If Cust-File-Present
             Close Cust-Master-File
           End-If
           If Ws-Reject-File-Status Not = '35'
             Close Reject-File
           End-If

           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Gen-Count To Env-Record-Count
           Move Ws-Gen-Hash To Env-Hash-Total
           Write Envelope-Trailer

           Move Spaces To Mnt-Envelope-Trailer
           Move 'T' To Mnt-Env-Trailer-Type
           Move Ws-Mnt-Count To Mnt-Env-Record-Count
           Move Ws-Mnt-Hash To Mnt-Env-Hash-Total
           Write Mnt-Envelope-Trailer

           Perform Write-Report-Totals

           Close Gen-File
           Close Close-Maint-File
           Close Seq-Out-File
           Close Letter-File
           Close Close-Report-File

           Display '==========================================='
           Display ' AMTCLOSE - ACCOUNT CLOSE-OUT SUMMARY'
           Display '==========================================='
           Display ' BUSINESS DATE. . . . . . . : '
               Ws-Business-Date
           Display ' INSTRUCTIONS READ. . . . . : ' Ws-Instr-Count
           Display ' WAITING FOR CLOSE-PENDING. : ' Ws-Waiting-Count
           Display ' SETTLEMENTS SENT . . . . . : ' Ws-Settled-Count
           Display ' CLOSE RECORDS SENT . . . . : '
               Ws-Close-Sent-Count
           Display ' CLOSED AND REMOVED . . . . : ' Ws-Removed-Count
           Display ' EXCEPTIONS . . . . . . . . : '
               Ws-Exception-Count
           Display ' CLOSING LETTERS. . . . . . : ' Ws-Letter-Count
           Display ' INTEREST GENERATED . . . . : '
               Ws-Total-Interest
           Display ' AMOUNT TRANSFERRED . . . . : '
               Ws-Total-Transferred
           Display ' POSTING REJECTS REPORTED . : '
               Ws-Rejected-Count
           Display '==========================================='

           Exit.

       Process-Instruction Section.

      *> Where the close-out has got to decides what happens next.
      *> An account that has left the master has been closed - the
      *> instruction is done with.  A close record already sent for
      *> an account still on file is sent again while the balance
      *> stays zero (Amtmaint may not have run yet; a second '02'
      *> simply finds the account gone).  A settlement sent last
      *> night must have brought the balance to zero; if it did not,
      *> the close-out stops until the branch re-keys the '09'.  The
      *> closing letter waits for that proof: it goes out, built from
      *> the figures the settlement night stored, only on the night
      *> the settled account is found empty and the close is sent.
           Move 0 To Ws-Balance-Before
           Move 0 To Ws-Interest-Amount
           Move 0 To Ws-Transfer-Amount
           Perform Fetch-Account

           Evaluate True
           When Not Account-Was-Found
             If Clo-Close-Sent
               Move 'CLOSED - INSTRUCTION REMOVED' To Ws-Action-Text
               Add 1 To Ws-Removed-Count
             Else
               Move 'ACCOUNT GONE - REMOVED' To Ws-Action-Text
               Add 1 To Ws-Exception-Count
             End-If
             Perform Write-Report-Detail
             Delete Close-Instr-File Record
               Invalid Key
                 Display 'CLOSE-OUT DELETE FAILED, ACCOUNT: '
                     Clo-Account-Number
             End-Delete
           When Clo-Awaiting-Settlement
               And Not Acct-Master-Close-Pending
             Add 1 To Ws-Waiting-Count
           When Not Acct-Master-Close-Pending
             Move 'ACCOUNT NO LONGER CLOSE-PENDING' To Ws-Action-Text
             Add 1 To Ws-Exception-Count
             Perform Write-Report-Detail
           When Clo-Settlement-Failed
             Move 'SETTLEMENT FAILED - REKEY 09' To Ws-Action-Text
             Add 1 To Ws-Exception-Count
             Perform Write-Report-Detail
           When Clo-Settlement-Sent Or Clo-Close-Sent
             If Acct-Master-Balance = 0
               And Acct-Master-Bsu-Savings = 0
               If Clo-Settlement-Sent
                 Perform Load-Settlement-Figures
                 Perform Write-Closing-Letter
               End-If
               Perform Send-Close-Record
             Else
               Move Acct-Master-Balance To Ws-Balance-Before
               Move 'F' To Clo-Stage
               Move Ws-Business-Date To Clo-Stage-Date
               Perform Rewrite-Instruction
               Move 'SETTLEMENT DID NOT CLEAR' To Ws-Action-Text
               Add 1 To Ws-Exception-Count
               Perform Write-Report-Detail
             End-If
           When Other
             Perform Settle-Account
           End-Evaluate

           Exit.

       Settle-Account Section.

      *> Only a settlement the posting run can carry through whole is
      *> generated: nothing under a hold, nothing overdrawn (the
      *> customer has to clear a debt before a close-out can pay
      *> anything), a Bsu whose savings balance is the whole balance,
      *> and a payout account that can still take the deposit.
           Move Acct-Master-Balance To Ws-Balance-Before
           Move 'N' To Ws-Exception-Flag

           Evaluate True
           When Acct-Master-Held-Amount > 0
             Move 'HELD AMOUNT ON ACCOUNT' To Ws-Action-Text
             Set Settlement-Refused To True
           When Acct-Master-Balance < 0
             Move 'ACCOUNT OVERDRAWN' To Ws-Action-Text
             Set Settlement-Refused To True
           When Acct-Master-Type = 'sparbsu'
               And Acct-Master-Bsu-Savings Not = Acct-Master-Balance
             Move 'BSU SAVINGS NOT WHOLE BALANCE' To Ws-Action-Text
             Set Settlement-Refused To True
           When Other
             Perform Check-Payout-Account
           End-Evaluate

           If Not Settlement-Refused
             Perform Compute-Closing-Interest
             Compute Ws-Transfer-Amount =
                 Acct-Master-Balance + Ws-Interest-Amount
             If Ws-Transfer-Amount > Ws-Max-Transfer
               Move 'BALANCE TOO LARGE - CLOSE BY HAND'
                   To Ws-Action-Text
               Set Settlement-Refused To True
             End-If
           End-If

           If Settlement-Refused
             Add 1 To Ws-Exception-Count
             Perform Write-Report-Detail
           Else
      *> Nothing to pay out means nothing for the posting run to
      *> carry, so the account closes - and the letter goes - at
      *> once.
             If Ws-Transfer-Amount = 0
               Perform Write-Closing-Letter
               Perform Send-Close-Record
             Else
               Perform Send-Settlement
             End-If
           End-If

           Exit.

       Check-Payout-Account Section.

      *> The payout account was fit to receive when the '09' was
      *> keyed; it is checked again tonight, since a transfer into a
      *> frozen or closing account would reject the whole
      *> settlement.  The closing account is put back afterwards.
           Move Acct-Master-Record To Ws-Saved-Master
           Move Clo-Payout-Account To Acct-Master-Number
           Read Acct-Master-File
             Invalid Key
               Move 'PAYOUT ACCOUNT NOT FOUND' To Ws-Action-Text
               Set Settlement-Refused To True
             Not Invalid Key
               If Acct-Master-Type Not = 'brukskonto'
                 Or Acct-Master-Is-Frozen
                 Or Acct-Master-Close-Pending
                 Move 'PAYOUT ACCOUNT CANNOT RECEIVE'
                     To Ws-Action-Text
                 Set Settlement-Refused To True
               End-If
           End-Read
           Move Ws-Saved-Master To Acct-Master-Record

           Exit.

       Compute-Closing-Interest Section.

      *> Credit interest only, on the same balance and at the same
      *> rate as Amtint: the Bsu savings balance at the Bsu rate, a
      *> positive brukskonto balance at the standard rate.
           Move 0 To Ws-Interest-Amount
           Move 0 To Ws-Interest-Days

           Compute Ws-Prior-Year-End =
               (Ws-Business-Year - 1) * 10000 + 1231
           Compute Ws-Year-End = Ws-Business-Year * 10000 + 1231
           Compute Ws-Year-Days =
               Function Integer-Of-Date(Ws-Year-End)
             - Function Integer-Of-Date(Ws-Prior-Year-End)

           If Clo-Interest-To-Date > Ws-Prior-Year-End
             Move Clo-Interest-To-Date To Ws-Interest-From
           Else
             Move Ws-Prior-Year-End To Ws-Interest-From
           End-If
           If Ws-Interest-From < Ws-Business-Date
             Compute Ws-Interest-Days =
                 Function Integer-Of-Date(Ws-Business-Date)
               - Function Integer-Of-Date(Ws-Interest-From)
           End-If

           Evaluate Acct-Master-Type
           When 'sparbsu'
             Move Acct-Master-Bsu-Savings To Ws-Interest-Base
             Move Rate-Bsu-Credit To Ws-Interest-Rate
           When Other
             Move Acct-Master-Balance To Ws-Interest-Base
             Move Rate-Std-Credit To Ws-Interest-Rate
           End-Evaluate

           If Ws-Interest-Base > 0
             And Ws-Interest-Days > 0
             Compute Ws-Interest-Amount Rounded =
                 Ws-Interest-Base * Ws-Interest-Rate
               * Ws-Interest-Days / (100 * Ws-Year-Days)
           End-If

           Exit.

       Send-Settlement Section.

      *> The interest credit goes first so the transfer behind it
      *> carries the whole balance, interest included.  A transfer
      *> occupies two sequence numbers - the posting run writes its
      *> deposit leg under the next one - so both are reserved.
           If Ws-Interest-Amount > 0
             Add 1 To Ws-Next-Sequence
             Move 6 To Gen-Type
             Move Ws-Interest-Amount To Gen-Amount
             Move 0 To Gen-Contra-Account
             Perform Write-Gen-Record
           End-If

           Add 1 To Ws-Next-Sequence
           Move 4 To Gen-Type
           Move Ws-Transfer-Amount To Gen-Amount
           Move Clo-Payout-Account To Gen-Contra-Account
           Perform Write-Gen-Record
           Move Ws-Next-Sequence To Clo-Settle-Sequence
           Add 1 To Ws-Next-Sequence

           Move 'S' To Clo-Stage
           Move Ws-Business-Date To Clo-Stage-Date
           Move Ws-Business-Date To Clo-Interest-To-Date
           Move Ws-Interest-Amount To Clo-Interest-Amount
           Move Ws-Transfer-Amount To Clo-Transfer-Amount
           Move Ws-Interest-Rate To Clo-Interest-Rate
           Move Ws-Interest-Days To Clo-Interest-Days
           Perform Rewrite-Instruction

           Add 1 To Ws-Settled-Count
           Add Ws-Interest-Amount To Ws-Total-Interest
           Add Ws-Transfer-Amount To Ws-Total-Transferred

           Move 'SETTLEMENT SENT' To Ws-Action-Text
           Perform Write-Report-Detail

           Exit.

       Write-Gen-Record Section.

      *> Gen-Type, Gen-Amount and Gen-Contra-Account are set by the
      *> caller.
           Move Ws-Next-Sequence To Gen-Sequence-Number
           Move Clo-Account-Number To Gen-Account-Number
           Move Ws-Business-Date To Gen-Date
           Move 16 To Gen-Code
           Move 'A' To Gen-Class
           Move 0 To Gen-Original-Seq
           Write Gen-Record

           Add 1 To Ws-Gen-Count
           Compute Ws-Gen-Hash = Function Mod(
               Ws-Gen-Hash + Gen-Amount, 1000000000)

           Exit.

       Send-Close-Record Section.

      *> The close goes through Amtmaint like any branch-keyed '02',
      *> so the master is deleted and audited the normal way; the
      *> program's own name stands as the user who keyed it.
           Initialize Maint-Transaction
           Move '02' To Maint-Function-Code
           Move Clo-Account-Number To Maint-Account-Number
           Move 'AMTCLOSE' To Maint-User-Id
           Write Maint-Transaction

           Add 1 To Ws-Mnt-Count
           Compute Ws-Mnt-Hash = Function Mod(
               Ws-Mnt-Hash + Clo-Account-Number, 1000000000)

           If Clo-Close-Sent
             Move 'CLOSE RECORD SENT AGAIN' To Ws-Action-Text
           Else
             Move 'CLOSE RECORD SENT' To Ws-Action-Text
           End-If
           Move 'C' To Clo-Stage
           Move Ws-Business-Date To Clo-Stage-Date
           Perform Rewrite-Instruction

           Add 1 To Ws-Close-Sent-Count
           Perform Write-Report-Detail

           Exit.

       Load-Settlement-Figures Section.

      *> The balance before interest is what the transfer carried
      *> less the interest credited ahead of it.
           Move Clo-Interest-Amount To Ws-Interest-Amount
           Move Clo-Transfer-Amount To Ws-Transfer-Amount
           Compute Ws-Balance-Before =
               Clo-Transfer-Amount - Clo-Interest-Amount
           Move Clo-Interest-Rate To Ws-Interest-Rate
           Move Clo-Interest-Days To Ws-Interest-Days

           Exit.

       Write-Closing-Letter Section.

           Perform Resolve-Customer

           If Customer-Known
             Move Custm-Name To Lt-Customer-Name
             Write Letter-Record From Ltr-Cust-Line
             Move Custm-Address-1 To Lt-Address
             Write Letter-Record From Ltr-Addr-Line
             If Custm-Address-2 Not = Spaces
               Move Custm-Address-2 To Lt-Address
               Write Letter-Record From Ltr-Addr-Line
             End-If
             Move Custm-Postal-Code To Lt-Postal-Code
             Move Custm-City To Lt-City
             Write Letter-Record From Ltr-Postal-Line
           Else
             Write Letter-Record From Ltr-No-Cust-Line
           End-If
           Write Letter-Record From Ltr-Blank-Line
           Write Letter-Record From Ltr-Title-Line
           Write Letter-Record From Ltr-Blank-Line

           Move Clo-Account-Number To Lt-Account-Number
           Move Acct-Master-Type To Lt-Account-Type
           Write Letter-Record From Ltr-Account-Line

           Move 'CLOSING DATE' To Lt-Date-Label
           Move Ws-Business-Date To Lt-Date
           Write Letter-Record From Ltr-Date-Line

           Move 'BALANCE BEFORE INTEREST' To Lt-Amount-Label
           Move Ws-Balance-Before To Lt-Amount
           Write Letter-Record From Ltr-Amount-Line

           Move Ws-Interest-Rate To Lt-Rate
           Move Ws-Interest-Days To Lt-Days
           Write Letter-Record From Ltr-Rate-Line

           Move 'INTEREST TO CLOSING DATE' To Lt-Amount-Label
           Move Ws-Interest-Amount To Lt-Amount
           Write Letter-Record From Ltr-Amount-Line

           Move 'AMOUNT PAID OUT' To Lt-Amount-Label
           Move Ws-Transfer-Amount To Lt-Amount
           Write Letter-Record From Ltr-Amount-Line

           If Ws-Transfer-Amount > 0
             Move Clo-Payout-Account To Lt-Payout-Account
             Write Letter-Record From Ltr-Payout-Line
           End-If

           Move 'CLOSING BALANCE' To Lt-Amount-Label
           Move 0 To Lt-Amount
           Write Letter-Record From Ltr-Amount-Line

           Write Letter-Record From Ltr-Blank-Line
           Write Letter-Record From Ltr-Blank-Line
           Add 1 To Ws-Letter-Count

           Exit.

       Resolve-Customer Section.

           Set Ws-Cust-Known-Flag To 'N'

           If Link-File-Present
             Move Clo-Account-Number To Linkm-Account-Number
             Read Link-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 If Cust-File-Present
                   Move Linkm-Customer-Number To Custm-Number
                   Read Cust-Master-File
                     Invalid Key
                       Continue
                     Not Invalid Key
                       Set Customer-Known To True
                   End-Read
                 End-If
             End-Read
           End-If

           Exit.

       Fetch-Account Section.

           Set Ws-Account-Found-Flag To 'N'
           Move Clo-Account-Number To Acct-Master-Number
           Read Acct-Master-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Account-Was-Found To True
           End-Read

           Exit.

       Rewrite-Instruction Section.

           Rewrite Close-Instruction
             Invalid Key
               Display 'CLOSE-OUT REWRITE FAILED, ACCOUNT: '
                   Clo-Account-Number
           End-Rewrite

           Exit.

       Write-Report-Detail Section.

           Move Clo-Account-Number To Cld-Account
           Move Clo-Payout-Account To Cld-Payout
           Move Ws-Balance-Before To Cld-Balance
           Move Ws-Interest-Amount To Cld-Interest
           Move Ws-Transfer-Amount To Cld-Transfer
           Move Ws-Action-Text To Cld-Action
           Write Close-Report-Record From Cls-Detail-Line

           Exit.

       Report-Rejected-Settlements Section.

           Write Close-Report-Record From Cls-Blank-Line
           Write Close-Report-Record From Cls-Reject-Header-Line
           Write Close-Report-Record From Cls-Reject-Column-Line

           Perform Read-Reject
           Perform Until Reject-Eof
             If Reject-Trans-Sequence-Number > Seq-Close-Out-Base
               And Reject-Trans-Sequence-Number
                   <= Seq-Close-Out-Limit
               Move Reject-Trans-Sequence-Number To Clr-Seq
               Move Reject-Account-Number To Clr-Account
               Move Reject-Trans-Type To Clr-Type
               Move Reject-Reason-Code To Clr-Reason
               Move Reject-Trans-Amount To Clr-Amount
               Write Close-Report-Record From Cls-Reject-Detail-Line
               Add 1 To Ws-Rejected-Count
             End-If
             Perform Read-Reject
           End-Perform

           Exit.

       Write-Report-Totals Section.

           Write Close-Report-Record From Cls-Blank-Line

           Move 'INSTRUCTIONS READ' To Clc-Label
           Move Ws-Instr-Count To Clc-Count
           Write Close-Report-Record From Cls-Count-Line

           Move 'WAITING FOR CLOSE-PEND.' To Clc-Label
           Move Ws-Waiting-Count To Clc-Count
           Write Close-Report-Record From Cls-Count-Line

           Move 'SETTLEMENTS SENT' To Clc-Label
           Move Ws-Settled-Count To Clc-Count
           Write Close-Report-Record From Cls-Count-Line

           Move 'CLOSE RECORDS SENT' To Clc-Label
           Move Ws-Close-Sent-Count To Clc-Count
           Write Close-Report-Record From Cls-Count-Line

           Move 'CLOSED AND REMOVED' To Clc-Label
           Move Ws-Removed-Count To Clc-Count
           Write Close-Report-Record From Cls-Count-Line

           Move 'EXCEPTIONS' To Clc-Label
           Move Ws-Exception-Count To Clc-Count
           Write Close-Report-Record From Cls-Count-Line

           Move 'CLOSING LETTERS' To Clc-Label
           Move Ws-Letter-Count To Clc-Count
           Write Close-Report-Record From Cls-Count-Line

           Move 'INTEREST GENERATED' To Cla-Label
           Move Ws-Total-Interest To Cla-Amount
           Write Close-Report-Record From Cls-Amount-Line

           Move 'AMOUNT TRANSFERRED' To Cla-Label
           Move Ws-Total-Transferred To Cla-Amount
           Write Close-Report-Record From Cls-Amount-Line

           Exit.

       Read-Instruction Section.

           If Ws-Close-File-Status Not = '35'
             Read Close-Instr-File Next Record
               At End
                 Set Instr-Eof To True
             End-Read
           End-If

           Exit.

       Read-Reject Section.

           If Ws-Reject-File-Status Not = '35'
             Read Reject-File
               At End
                 Set Reject-Eof To True
             End-Read
           End-If

           Exit.

       Register-Run-Start Section.

      *> The run register is checked before any file is opened.  The
      *> close-out follows tonight's posting run, so the balances it
      *> settles and REJOUT are tonight's, and a second run the same
      *> night would send every settlement twice.
           Move 'AMTCLOSE' To Runreg-Step
           Move 'MAIN' To Runreg-Predecessor
           Call Pgm-Runreg Using Runreg-Request
           If Not Runreg-Step-Cleared
             Move 12 To Return-Code
           End-If

           Exit.

       Register-Run-End Section.

           Call Pgm-Runreg-End Using Runreg-Request

           Exit.
