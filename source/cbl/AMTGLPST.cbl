       Identification Division.
       Program-Id. Amtglpst.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> Tonight's balanced journal from Amtjrnl.  Read as raw text
      *> so the first byte can tell the envelope records, the 'D'
      *> details and the 'B' balance trailer apart.
           Select Journal-File Assign To 'JRNLOUT'
               Organization Is Sequential.

      *> Running balance per GL line and accounting period.  File
      *> Status lets the first-time open create it on the very first
      *> run (status 35).
           Select Gl-Balance-File Assign To 'GLBAL'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Glbal-Key
               File Status Is Ws-Glbal-File-Status.

      *> Period control, for the closed-period guard.  A missing
      *> file (status 35) means nothing has ever been posted - the
      *> run creates it and takes the ledger on.
           Select Gl-Period-File Assign To 'GLPERD'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Glperd-Period
               File Status Is Ws-Glperd-File-Status.

      *> Only read on the very first run, for the take-on balances.
           Select Acct-Master-File Assign To 'ACCTMSTR'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is Acct-Master-Number
               File Status Is Ws-Acct-Master-Status.

       Data Division.

       File Section.

       FD  Journal-File.
       01  Journal-In-Record                Pic X(55).

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

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-Jrnl-Eof-Flag     Pic X Value 'N'.
             88 Jrnl-Eof               Value 'Y'.
          05 Ws-Acct-Eof-Flag     Pic X Value 'N'.
             88 Acct-Eof               Value 'Y'.
          05 Ws-Glbal-Found-Flag  Pic X Value 'N'.
             88 Glbal-Was-Found        Value 'Y'.
          05 Ws-Takeon-Flag       Pic X Value 'N'.
             88 Takeon-Needed          Value 'Y'.
          05 Ws-Glperd-Eof-Flag   Pic X Value 'N'.
             88 Glperd-Eof             Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-Glbal-File-Status  Pic XX.
          05 Ws-Glperd-File-Status Pic XX.
          05 Ws-Acct-Master-Status Pic XX.

       01 Ws-Counters.
          05 Ws-Journal-Count     Pic 9(9) Value 0.
          05 Ws-Detail-Count      Pic 9(9) Value 0.
          05 Ws-Lines-Created     Pic 9(9) Value 0.
          05 Ws-Total-Debits      Pic 9(13)V99 Value 0.
          05 Ws-Total-Credits     Pic 9(13)V99 Value 0.

       01 Ws-Business-Date        Pic 9(8) Value 0.
       01 Ws-Posting-Period       Pic 9(6) Value 0.
       01 Ws-Last-Closed-Period   Pic 9(6) Value 0.

      *> Take-on work.  Tonight's net movement on the customer lines
      *> (credit-positive, as a deposit grows the balance) is backed
      *> out of the master's balances to give the ledger's opening
      *> position before the first journal.
       01 Ws-Takeon-Work.
          05 Ws-Takeon-Period     Pic 9(6) Value 0.
          05 Ws-Tonight-Bsu-Net   Pic S9(13)V99 Value 0.
          05 Ws-Tonight-Chk-Net   Pic S9(13)V99 Value 0.
          05 Ws-Master-Bsu-Total  Pic S9(13)V99 Value 0.
          05 Ws-Master-Chk-Total  Pic S9(13)V99 Value 0.
          05 Ws-Takeon-Bsu        Pic S9(13)V99 Value 0.
          05 Ws-Takeon-Chk        Pic S9(13)V99 Value 0.
          05 Ws-Takeon-Code       Pic X(6).
          05 Ws-Takeon-Amount     Pic S9(13)V99 Value 0.

       01 Ws-Runreg-Pgms.
          05 Pgm-Runreg          Pic X(8)  Value 'AMTRUNRG'.
          05 Pgm-Runreg-End      Pic X(16) Value 'AMTRUNRG-END'.

       Copy Runreg.

       Copy Jrnl.

      *> Envelope validation state for the journal.  The proving
      *> pass runs before the ledger is opened for update; a journal
      *> that fails it is refused whole - not one line posts - with
      *> the condition code set for the scheduler.  Besides the
      *> envelope trailer's count and hash, each segment's 'B'
      *> balance trailer must agree with the details it closes and
      *> show debits equal to credits, and the segment must not be
      *> dated in a closed period.
       01 Ws-Envelope-Work.
          05 Ws-Env-Proved-Flag  Pic X Value 'N'.
             88 Envelope-Proved       Value 'Y'.
          05 Ws-Env-Inside-Flag  Pic X Value 'N'.
             88 Inside-Segment        Value 'Y'.
          05 Ws-Env-Failed-Flag  Pic X Value 'N'.
             88 Envelope-Failed       Value 'Y'.
          05 Ws-Env-Balance-Flag Pic X Value 'N'.
             88 Balance-Trailer-Seen  Value 'Y'.
          05 Ws-Env-Count        Pic 9(9) Value 0.
          05 Ws-Env-Hash         Pic 9(9)V99 Value 0.
          05 Ws-Env-Amount-X     Pic X(11).
          05 Ws-Env-Amount Redefines Ws-Env-Amount-X
                                 Pic 9(9)V99.
          05 Ws-Env-Details      Pic 9(9) Value 0.
          05 Ws-Env-Debits       Pic 9(13)V99 Value 0.
          05 Ws-Env-Credits      Pic 9(13)V99 Value 0.

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
                  By ==Pic X(38)==
                     ==Pic X(44)==
                  By ==Pic X(34)==.

       Procedure Division.

           Perform Register-Run-Start
           If Runreg-Step-Cleared
             Perform Validate-Journal-Envelope
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

      *> The validation pass already swept the journal to end -
      *> reset for the posting pass.
           Move 'N' To Ws-Jrnl-Eof-Flag
           Open Input Journal-File

      *> Status 35 means the ledger does not exist yet - the very
      *> first run creates both files empty, then reopens them I-O.
           Open I-O Gl-Balance-File
           If Ws-Glbal-File-Status = '35'
             Open Output Gl-Balance-File
             Close Gl-Balance-File
             Open I-O Gl-Balance-File
           End-If

           Open I-O Gl-Period-File
           If Ws-Glperd-File-Status = '35'
             Set Takeon-Needed To True
             Open Output Gl-Period-File
             Close Gl-Period-File
             Open I-O Gl-Period-File
           End-If

           Exit.

       1000-Main Section.

           Perform Read-Journal
           Perform Until Jrnl-Eof
             Evaluate Journal-In-Record(1:1)
             When 'H'
               Move Journal-In-Record To In-Envelope-Header
               Perform Open-Posting-Period
             When 'D'
               Move Journal-In-Record To Jrnl-Record
               Perform Post-Journal-Detail
             When Other
               Continue
             End-Evaluate
             Perform Read-Journal
           End-Perform

           If Takeon-Needed
             Perform Post-Take-On
           End-If

           Exit.

       2000-Exit Section.

           Close Journal-File
           Close Gl-Balance-File
           Close Gl-Period-File

           Display '==========================================='
           Display ' AMTGLPST - GL BALANCE POSTING'
           Display '==========================================='
           Display ' BUSINESS DATE. . . . . . . : '
               Ws-Business-Date
           Display ' JOURNALS POSTED. . . . . . : ' Ws-Journal-Count
           Display ' JOURNAL LINES POSTED . . . : ' Ws-Detail-Count
           Display ' GL LINES OPENED. . . . . . : ' Ws-Lines-Created
           Display ' TOTAL DEBITS . . . . . . . : ' Ws-Total-Debits
           Display ' TOTAL CREDITS. . . . . . . : ' Ws-Total-Credits
           If Takeon-Needed
             Display ' TAKE-ON PERIOD . . . . . . : '
                 Ws-Takeon-Period
             Display ' TAKE-ON, BSU LINES . . . . : ' Ws-Takeon-Bsu
             Display ' TAKE-ON, CHK LINES . . . . : ' Ws-Takeon-Chk
           End-If
           Display '==========================================='

           Exit.

       Open-Posting-Period Section.

      *> A journal posts to the period its run date falls in.  The
      *> first journal of a period opens it; the validation pass has
      *> already refused any journal dated in a closed one.
           Move In-Env-Creation-Date(1:6) To Ws-Posting-Period
           If Ws-Takeon-Period = 0
             Move Ws-Posting-Period To Ws-Takeon-Period
           End-If
           Add 1 To Ws-Journal-Count

           Move Ws-Posting-Period To Glperd-Period
           Read Gl-Period-File
             Invalid Key
               Move Ws-Posting-Period To Glperd-Period
               Set Glperd-Open To True
               Move Ws-Business-Date To Glperd-Opened-Date
               Move 0 To Glperd-Closed-Date
               Move 1 To Glperd-Journals-Posted
               Write Gl-Period-Record
                 Invalid Key
                   Display 'GLPERD WRITE FAILED, PERIOD: '
                       Glperd-Period
               End-Write
             Not Invalid Key
               Add 1 To Glperd-Journals-Posted
               Rewrite Gl-Period-Record
           End-Read

           Exit.

       Post-Journal-Detail Section.

           Move Jrnl-Gl-Code To Glbal-Gl-Code
           Move Ws-Posting-Period To Glbal-Period
           Perform Fetch-Gl-Balance

           If Jrnl-Is-Debit
             Add Jrnl-Amount To Glbal-Period-Debits
             Add Jrnl-Amount To Ws-Total-Debits
           Else
             Add Jrnl-Amount To Glbal-Period-Credits
             Add Jrnl-Amount To Ws-Total-Credits
           End-If
           Perform Store-Gl-Balance
           Add 1 To Ws-Detail-Count

      *> Customer legs carry the account number; their net is kept
      *> for the take-on, which needs the master as it stood before
      *> tonight.
           If Jrnl-Account-Number Not = 0
             Evaluate True
             When Jrnl-Gl-Code(1:3) = 'BSU' And Jrnl-Is-Credit
               Add Jrnl-Amount To Ws-Tonight-Bsu-Net
             When Jrnl-Gl-Code(1:3) = 'BSU'
               Subtract Jrnl-Amount From Ws-Tonight-Bsu-Net
             When Jrnl-Gl-Code(1:3) = 'CHK' And Jrnl-Is-Credit
               Add Jrnl-Amount To Ws-Tonight-Chk-Net
             When Jrnl-Gl-Code(1:3) = 'CHK'
               Subtract Jrnl-Amount From Ws-Tonight-Chk-Net
             End-Evaluate
           End-If

           Exit.

       Fetch-Gl-Balance Section.

      *> The key is set by the caller.  A line posting for the first
      *> time in the period starts from zero; Amtglcls carries the
      *> previous period's closing balance in when it closes it.
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

       Store-Gl-Balance Section.

           Compute Glbal-Closing-Balance =
               Glbal-Opening-Balance + Glbal-Period-Debits
             - Glbal-Period-Credits
           Move Ws-Business-Date To Glbal-Last-Posted-Date

           If Glbal-Was-Found
             Rewrite Gl-Balance-Record
           Else
             Write Gl-Balance-Record
               Invalid Key
                 Display 'GLBAL WRITE FAILED, LINE: '
                     Glbal-Gl-Code ' ' Glbal-Period
             End-Write
             Add 1 To Ws-Lines-Created
           End-If

           Exit.

       Post-Take-On Section.

      *> The very first journal finds the customers' money already
      *> on the master.  The take-on opens the BSU01 and CHK01 lines
      *> at the master's balances as they stood before tonight's
      *> postings (a deposit is a credit balance, hence negative),
      *> against the TAKEON line, so the ledger balances from day one
      *> and the month-end customer-line check proves.  Only the two
      *> account types the posting run accepts are counted.
           If Ws-Takeon-Period = 0
             Move Ws-Business-Date(1:6) To Ws-Takeon-Period
             Move Ws-Takeon-Period To Glperd-Period
             Set Glperd-Open To True
             Move Ws-Business-Date To Glperd-Opened-Date
             Move 0 To Glperd-Closed-Date
             Move 0 To Glperd-Journals-Posted
             Write Gl-Period-Record
               Invalid Key
                 Display 'GLPERD WRITE FAILED, PERIOD: '
                     Glperd-Period
             End-Write
           End-If

           Open Input Acct-Master-File
           If Ws-Acct-Master-Status Not = '35'
             Perform Read-Master
             Perform Until Acct-Eof
               Evaluate Acct-Master-Type
               When 'sparbsu'
                 Add Acct-Master-Balance To Ws-Master-Bsu-Total
               When 'brukskonto'
                 Add Acct-Master-Balance To Ws-Master-Chk-Total
               End-Evaluate
               Perform Read-Master
             End-Perform
             Close Acct-Master-File
           End-If

           Compute Ws-Takeon-Bsu =
               Ws-Master-Bsu-Total - Ws-Tonight-Bsu-Net
           Compute Ws-Takeon-Chk =
               Ws-Master-Chk-Total - Ws-Tonight-Chk-Net

           Move 'BSU01' To Ws-Takeon-Code
           Compute Ws-Takeon-Amount = 0 - Ws-Takeon-Bsu
           Perform Post-Take-On-Opening

           Move 'CHK01' To Ws-Takeon-Code
           Compute Ws-Takeon-Amount = 0 - Ws-Takeon-Chk
           Perform Post-Take-On-Opening

           Move 'TAKEON' To Ws-Takeon-Code
           Compute Ws-Takeon-Amount = Ws-Takeon-Bsu + Ws-Takeon-Chk
           Perform Post-Take-On-Opening

           Exit.

       Post-Take-On-Opening Section.

           Move Ws-Takeon-Code To Glbal-Gl-Code
           Move Ws-Takeon-Period To Glbal-Period
           Perform Fetch-Gl-Balance
           Add Ws-Takeon-Amount To Glbal-Opening-Balance
           Perform Store-Gl-Balance

           Exit.

       Validate-Journal-Envelope Section.

      *> First pass over the journal: every record must sit inside a
      *> (header, details, balance trailer, envelope trailer)
      *> segment and each segment must prove, so a truncated or
      *> unbalanced journal is caught before a single line reaches
      *> the ledger.  A completely empty file passes as a night with
      *> nothing to post.  Any failure refuses the run: nothing is
      *> posted and the condition code is set.
           Open Input Gl-Period-File
           Perform Find-Last-Closed-Period
           Open Input Journal-File

           Perform Read-Journal
           Perform Until Jrnl-Eof Or Envelope-Failed
             Perform Check-Jrnl-Envelope-Record
             Perform Read-Journal
           End-Perform

           If Inside-Segment And Not Envelope-Failed
             Display 'AMTGLPST ENVELOPE: TRAILER MISSING - '
                 'JOURNAL REFUSED'
             Set Envelope-Failed To True
           End-If

           Close Journal-File
           If Ws-Glperd-File-Status Not = '35'
             Close Gl-Period-File
           End-If

           If Envelope-Failed
             Move 12 To Return-Code
           Else
             Set Envelope-Proved To True
           End-If

           Exit.

       Check-Jrnl-Envelope-Record Section.

           Evaluate Journal-In-Record(1:1)
           When 'H'
             If Inside-Segment
               Display 'AMTGLPST ENVELOPE: HEADER INSIDE SEGMENT '
                   '- JOURNAL REFUSED'
               Set Envelope-Failed To True
             Else
               Set Inside-Segment To True
               Move 'N' To Ws-Env-Balance-Flag
               Move 0 To Ws-Env-Count
               Move 0 To Ws-Env-Hash
               Move 0 To Ws-Env-Details
               Move 0 To Ws-Env-Debits
               Move 0 To Ws-Env-Credits
               Move Journal-In-Record To In-Envelope-Header
               Perform Check-Period-Open
             End-If
           When 'D'
             If Not Inside-Segment Or Balance-Trailer-Seen
               Display 'AMTGLPST ENVELOPE: DETAIL OUTSIDE SEGMENT '
                   '- JOURNAL REFUSED'
               Set Envelope-Failed To True
             Else
               Add 1 To Ws-Env-Count
               Add 1 To Ws-Env-Details
      *> A garbage amount hashes as zero; the segment then fails
      *> the proof and the journal has to be extracted again.
               Move Journal-In-Record To Jrnl-Record
               If Journal-In-Record(20:11) Numeric
                 Move Journal-In-Record(20:11) To Ws-Env-Amount-X
               Else
                 Move 0 To Ws-Env-Amount
               End-If
               Compute Ws-Env-Hash = Function Mod(
                   Ws-Env-Hash + Ws-Env-Amount, 1000000000)
               If Jrnl-Is-Debit
                 Add Ws-Env-Amount To Ws-Env-Debits
               Else
                 Add Ws-Env-Amount To Ws-Env-Credits
               End-If
             End-If
           When 'B'
             If Not Inside-Segment Or Balance-Trailer-Seen
               Display 'AMTGLPST ENVELOPE: BALANCE TRAILER OUT OF '
                   'PLACE - JOURNAL REFUSED'
               Set Envelope-Failed To True
             Else
               Add 1 To Ws-Env-Count
               Set Balance-Trailer-Seen To True
               Perform Check-Balance-Trailer
             End-If
           When 'T'
             If Not Inside-Segment
               Display 'AMTGLPST ENVELOPE: TRAILER WITHOUT HEADER '
                   '- JOURNAL REFUSED'
               Set Envelope-Failed To True
             Else
               Move Journal-In-Record To In-Envelope-Trailer
               If Not Balance-Trailer-Seen
                 Display 'AMTGLPST ENVELOPE: BALANCE TRAILER '
                     'MISSING - JOURNAL REFUSED'
                 Set Envelope-Failed To True
               End-If
               If Not Envelope-Failed
                 And (In-Env-Record-Count Not Numeric
                     Or In-Env-Record-Count Not = Ws-Env-Count)
                 Display 'AMTGLPST ENVELOPE: RECORD COUNT DOES '
                     'NOT PROVE - JOURNAL REFUSED'
                 Set Envelope-Failed To True
               End-If
               If Not Envelope-Failed
                 And (In-Env-Hash-Total Not Numeric
                     Or In-Env-Hash-Total Not = Ws-Env-Hash)
                 Display 'AMTGLPST ENVELOPE: HASH TOTAL DOES '
                     'NOT PROVE - JOURNAL REFUSED'
                 Set Envelope-Failed To True
               End-If
               Move 'N' To Ws-Env-Inside-Flag
             End-If
           When Other
             Display 'AMTGLPST ENVELOPE: UNKNOWN RECORD TYPE '
                 '- JOURNAL REFUSED'
             Set Envelope-Failed To True
           End-Evaluate

           Exit.

       Check-Balance-Trailer Section.

      *> The balance trailer must describe the details it closes -
      *> same count, same debit and credit totals - and those totals
      *> must be equal, or the ledger would be posted out of balance.
           Move Journal-In-Record To Jrnl-Trailer-Record
           Evaluate True
           When Jrnl-Trailer-Count Not Numeric
               Or Jrnl-Trailer-Count Not = Ws-Env-Details
             Display 'AMTGLPST BALANCE TRAILER: LINE COUNT DOES '
                 'NOT PROVE - JOURNAL REFUSED'
             Set Envelope-Failed To True
           When Jrnl-Trailer-Debits Not Numeric
               Or Jrnl-Trailer-Credits Not Numeric
               Or Jrnl-Trailer-Debits Not = Ws-Env-Debits
               Or Jrnl-Trailer-Credits Not = Ws-Env-Credits
             Display 'AMTGLPST BALANCE TRAILER: TOTALS DO NOT '
                 'AGREE WITH DETAILS - JOURNAL REFUSED'
             Set Envelope-Failed To True
           When Jrnl-Trailer-Debits Not = Jrnl-Trailer-Credits
             Display 'AMTGLPST BALANCE TRAILER: DEBITS NOT EQUAL '
                 'TO CREDITS - JOURNAL REFUSED'
             Set Envelope-Failed To True
           End-Evaluate

           Exit.

       Check-Period-Open Section.

      *> Once a period is closed its balances are final: a journal
      *> dated in it - or in any earlier period - is refused, not
      *> slipped into the next period.
           If In-Env-Creation-Date Not Numeric
             Display 'AMTGLPST ENVELOPE: HEADER DATE INVALID '
                 '- JOURNAL REFUSED'
             Set Envelope-Failed To True
           Else
             If In-Env-Creation-Date(1:6) <= Ws-Last-Closed-Period
               Display 'AMTGLPST PERIOD ' In-Env-Creation-Date(1:6)
                   ' IS CLOSED - JOURNAL REFUSED'
               Set Envelope-Failed To True
             End-If
           End-If

           Exit.

       Find-Last-Closed-Period Section.

           Move 0 To Ws-Last-Closed-Period
           If Ws-Glperd-File-Status Not = '35'
             Perform Read-Period
             Perform Until Glperd-Eof
               If Glperd-Closed
                 And Glperd-Period > Ws-Last-Closed-Period
                 Move Glperd-Period To Ws-Last-Closed-Period
               End-If
               Perform Read-Period
             End-Perform
           End-If

           Exit.

       Read-Period Section.

           Read Gl-Period-File Next
             At End
               Set Glperd-Eof To True
           End-Read

           Exit.

       Read-Journal Section.

           Read Journal-File
             At End
               Set Jrnl-Eof To True
           End-Read

           Exit.

       Read-Master Section.

           Read Acct-Master-File
             At End
               Set Acct-Eof To True
           End-Read

           Exit.

       Register-Run-Start Section.

      *> The run register is checked before any file is opened - a
      *> second run over the same journal would post every line to
      *> the ledger twice.  A refusal leaves every file untouched
      *> and sets the condition code for the scheduler.
           Move 'AMTGLPST' To Runreg-Step
           Move 'MAIN' To Runreg-Predecessor
           Call Pgm-Runreg Using Runreg-Request
           If Not Runreg-Step-Cleared
             Move 12 To Return-Code
           End-If

           Exit.

       Register-Run-End Section.

           Call Pgm-Runreg-End Using Runreg-Request

           Exit.
