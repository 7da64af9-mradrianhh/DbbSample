       Identification Division.
       Program-Id. Amtaml.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
      *> The history master is only created on the first posting run,
      *> so File Status lets 0000-Init treat a missing file (status
      *> 35) as an empty history instead of abending.
           Select History-File Assign To 'TRANHIST'
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is History-Sequence-Number
               File Status Is Ws-History-File-Status.

      *> Owner of each monitored account, for the customer-level
      *> structuring test and the identity on the intelligence unit
      *> extract.  Both masters may be missing before Amtcmnt's
      *> first run (status 35); the postings are then monitored at
      *> account level only.
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

      *> Postings already raised, one record per rule and posting,
      *> so the nightly run over the rolling window does not raise
      *> the same postings again.  Created empty on the first run
      *> (status 35); entries older than the window are purged at
      *> the start of every run, since their postings can no longer
      *> be selected.
           Select Aml-Flag-File Assign To 'AMLFLAG'
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Flag-Key
               File Status Is Ws-Flag-File-Status.

      *> Postings in the window, sorted into account/date order for
      *> the account tests, and the near-threshold postings of linked
      *> accounts resorted into customer/date order for the
      *> customer-level structuring test.
           Select Aml-Work-File Assign To 'AMLWRK'
               Organization Is Sequential.

           Select Sort-File Assign To 'SORTWK'.

           Select Sorted-Aml-File Assign To 'AMLSRT'
               Organization Is Sequential.

           Select Cust-Work-File Assign To 'AMLCWRK'
               Organization Is Sequential.

           Select Sorted-Cust-File Assign To 'AMLCSRT'
               Organization Is Sequential.

      *> Compliance case file: every posting behind every case raised
      *> this run, under the case id and the rule that raised it.
           Select Case-File Assign To 'AMLCASE'
               Organization Is Sequential.

      *> Suspicious-activity extract for the financial intelligence
      *> unit, one record per case.
           Select Sar-File Assign To 'AMLSAR'
               Organization Is Sequential.

      *> Effective-dated run parameters, for the monitoring
      *> thresholds and window.  File Status lets the load fall back
      *> to the compiled defaults when no parameter file is supplied
      *> (status 35).
           Select Param-File Assign To 'PARMIN'
               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

       Data Division.

       File Section.

       FD  History-File.
       Copy History.

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

      *> Flag-Rule is the case type that raised the posting - 'L'
      *> large posting, 'S' structuring on the account, 'C'
      *> structuring across a customer's accounts, 'R' rapid
      *> movement (keyed on the inbound posting) - so a posting
      *> raised under one rule can still be raised under another.
       FD  Aml-Flag-File.
       01  Aml-Flag-Record.
           05  Flag-Key.
               10  Flag-Rule                Pic X(1).
               10  Flag-Sequence-Number     Pic 9(9).
           05  Flag-Date                    Pic 9(8).
           05  Flag-Case-Number             Pic 9(5).

       FD  Aml-Work-File.
       01  Aml-Work-Record.
           05  Aw-Customer-Number           Pic 9(9).
           05  Aw-Account-Number            Pic 9(11).
           05  Aw-Transaction-Date          Pic 9(8).
           05  Aw-Sequence-Number           Pic 9(9).
           05  Aw-Transaction-Type          Pic 9(1).
           05  Aw-Debit-Credit-Ind          Pic X(1).
           05  Aw-Amount                    Pic 9(9)V99.

       SD  Sort-File.
       01  Sort-Record.
           05  Srt-Customer-Number          Pic 9(9).
           05  Srt-Account-Number           Pic 9(11).
           05  Srt-Transaction-Date         Pic 9(8).
           05  Srt-Sequence-Number          Pic 9(9).
           05  Srt-Transaction-Type         Pic 9(1).
           05  Srt-Debit-Credit-Ind         Pic X(1).
           05  Srt-Amount                   Pic 9(9)V99.

       FD  Sorted-Aml-File.
       01  Sorted-Aml-Record.
           05  Sa-Customer-Number           Pic 9(9).
           05  Sa-Account-Number            Pic 9(11).
           05  Sa-Transaction-Date          Pic 9(8).
           05  Sa-Sequence-Number           Pic 9(9).
           05  Sa-Transaction-Type          Pic 9(1).
           05  Sa-Debit-Credit-Ind          Pic X(1).
           05  Sa-Amount                    Pic 9(9)V99.

       FD  Cust-Work-File.
       01  Cust-Work-Record.
           05  Cw-Customer-Number           Pic 9(9).
           05  Cw-Account-Number            Pic 9(11).
           05  Cw-Transaction-Date          Pic 9(8).
           05  Cw-Sequence-Number           Pic 9(9).
           05  Cw-Transaction-Type          Pic 9(1).
           05  Cw-Debit-Credit-Ind          Pic X(1).
           05  Cw-Amount                    Pic 9(9)V99.

       FD  Sorted-Cust-File.
       01  Sorted-Cust-Record.
           05  Sc-Customer-Number           Pic 9(9).
           05  Sc-Account-Number            Pic 9(11).
           05  Sc-Transaction-Date          Pic 9(8).
           05  Sc-Sequence-Number           Pic 9(9).
           05  Sc-Transaction-Type          Pic 9(1).
           05  Sc-Debit-Credit-Ind          Pic X(1).
           05  Sc-Amount                    Pic 9(9)V99.

       FD  Case-File.
       01  Aml-Case-Record.
           05  Ac-Case-Id.
               10  Ac-Case-Date             Pic 9(8).
               10  Ac-Case-Number           Pic 9(5).
           05  Ac-Case-Type                 Pic X(1).
           05  Ac-Customer-Number           Pic 9(9).
           05  Ac-Account-Number            Pic 9(11).
           05  Ac-Sequence-Number           Pic 9(9).
           05  Ac-Transaction-Date          Pic 9(8).
           05  Ac-Transaction-Type          Pic 9(1).
           05  Ac-Debit-Credit-Ind          Pic X(1).
           05  Ac-Amount                    Pic 9(9)V99.
           05  Ac-Case-Text                 Pic X(30).

      *> One record per case: who, which account (the first posting's
      *> account on a customer-level case), the period the postings
      *> span, and their count and total.  The file leaves the bank,
      *> so it carries the interchange envelope, hashed on the case
      *> total; the pads stretch to the 109-byte record length.
       FD  Sar-File.
       01  Sar-Record.
           05  Sar-Case-Id.
               10  Sar-Case-Date            Pic 9(8).
               10  Sar-Case-Number          Pic 9(5).
           05  Sar-Case-Type                Pic X(1).
           05  Sar-Customer-Number          Pic 9(9).
           05  Sar-National-Id              Pic X(11).
           05  Sar-Name                     Pic X(30).
           05  Sar-Account-Number           Pic 9(11).
           05  Sar-First-Date               Pic 9(8).
           05  Sar-Last-Date                Pic 9(8).
           05  Sar-Posting-Count            Pic 9(5).
           05  Sar-Total-Amount             Pic 9(11)V99.

       Copy Envelope
           Replacing ==Pic X(48)== By ==Pic X(92)==
                     ==Pic X(44)== By ==Pic X(88)==.

       FD  Param-File.
       Copy Params.

       Working-Storage Section.

       01 Ws-Flags.
          05 Ws-History-Eof-Flag Pic X Value 'N'.
             88 History-Eof             Value 'Y'.
          05 Ws-Sorted-Eof-Flag  Pic X Value 'N'.
             88 Sorted-Eof              Value 'Y'.
          05 Ws-Cust-Eof-Flag    Pic X Value 'N'.
             88 Cust-Sorted-Eof         Value 'Y'.
          05 Ws-Flag-Eof-Flag    Pic X Value 'N'.
             88 Flag-Eof                Value 'Y'.
          05 Ws-Param-Eof-Flag   Pic X Value 'N'.
             88 Param-Eof               Value 'Y'.
          05 Ws-Link-Present-Flag Pic X Value 'N'.
             88 Link-File-Present       Value 'Y'.
          05 Ws-Cust-Present-Flag Pic X Value 'N'.
             88 Cust-File-Present       Value 'Y'.
          05 Ws-Flagged-Flag     Pic X Value 'N'.
             88 Posting-Flagged         Value 'Y'.
          05 Ws-New-Posting-Flag Pic X Value 'N'.
             88 Cluster-Has-New         Value 'Y'.
          05 Ws-Multi-Account-Flag Pic X Value 'N'.
             88 Cluster-Multi-Account   Value 'Y'.

       01 Ws-File-Statuses.
          05 Ws-History-File-Status Pic XX.
          05 Ws-Link-Master-Status  Pic XX.
          05 Ws-Cust-Master-Status  Pic XX.
          05 Ws-Flag-File-Status    Pic XX.
          05 Ws-Param-File-Status   Pic XX.

       01 Ws-Counters.
          05 Ws-History-Count     Pic 9(9) Value 0.
          05 Ws-Window-Count      Pic 9(9) Value 0.
          05 Ws-Reversal-Count    Pic 9(9) Value 0.
          05 Ws-Account-Count     Pic 9(9) Value 0.
          05 Ws-Overflow-Count    Pic 9(9) Value 0.
          05 Ws-Large-Cases       Pic 9(9) Value 0.
          05 Ws-Struct-Cases      Pic 9(9) Value 0.
          05 Ws-Cust-Cases        Pic 9(9) Value 0.
          05 Ws-Rapid-Cases       Pic 9(9) Value 0.
          05 Ws-Suppressed-Count  Pic 9(9) Value 0.
          05 Ws-Case-Lines        Pic 9(9) Value 0.
          05 Ws-Purged-Count      Pic 9(9) Value 0.
          05 Ws-Sar-Count         Pic 9(9) Value 0.

      *> Monitoring parameters.  The Value clauses are only the
      *> fall-back defaults: Load-Parameters replaces them with the
      *> PARMIN record in effect on the business date.
      *>   Threshold     - a single posting at or above it is reported
      *>   Struct-Pct    - a posting from this percentage of the
      *>                   threshold up to just under it is "near"
      *>   Struct-Count  - this many near postings ...
      *>   Struct-Days   - ... within this many days is structuring
      *>   Rapid-Minimum - a Type 3 deposit of at least this much ...
      *>   Rapid-Days    - ... followed within this many days by
      *>                   withdrawals/transfers out ...
      *>   Rapid-Pct     - ... of at least this percentage of it
      *>   Window-Days   - how far back the run looks, by posting date
       01 Ws-Aml-Parameters.
          05 Ws-Aml-Threshold      Pic 9(9)V99 Value 100000.
          05 Ws-Aml-Struct-Pct     Pic 9(3) Value 90.
          05 Ws-Aml-Struct-Count   Pic 9(3) Value 3.
          05 Ws-Aml-Struct-Days    Pic 9(3) Value 3.
          05 Ws-Aml-Rapid-Minimum  Pic 9(9)V99 Value 50000.
          05 Ws-Aml-Rapid-Days     Pic 9(3) Value 2.
          05 Ws-Aml-Rapid-Pct      Pic 9(3) Value 80.
          05 Ws-Aml-Window-Days    Pic 9(3) Value 30.

       01 Ws-Param-Work.
          05 Ws-Business-Date       Pic 9(8) Value 0.
          05 Ws-Best-Effective-Date Pic 9(8) Value 0.

       01 Ws-Window-Work.
          05 Ws-Window-Start-Day  Pic 9(7) Value 0.
          05 Ws-Window-Start-Date Pic 9(8) Value 0.
          05 Ws-Near-Floor        Pic 9(9)V99 Value 0.

      *> One account's (or one customer's) windowed postings in
      *> date order, for the tests to scan back and forth.  1000 is
      *> several times the busiest account's month; an overflow is
      *> counted and displayed, and the postings past it go
      *> unmonitored that night.
       01 Aml-Table.
          05 Aml-Count            Pic 9(4) Value 0.
          05 Aml-Max              Pic 9(4) Value 1000.
          05 Aml-Entry Occurs 1000 Times.
             10 Ae-Account-Number Pic 9(11).
             10 Ae-Transaction-Date Pic 9(8).
             10 Ae-Day            Pic 9(7).
             10 Ae-Sequence-Number Pic 9(9).
             10 Ae-Transaction-Type Pic 9(1).
             10 Ae-Debit-Credit-Ind Pic X(1).
             10 Ae-Amount         Pic 9(9)V99.
             10 Ae-Near-Flag      Pic X(1).
                88 Ae-Near-Threshold   Value 'Y'.

      *> The postings behind the case being raised, as subscripts
      *> into Aml-Table.
       01 Case-Member-Table.
          05 Cm-Count             Pic 9(4) Value 0.
          05 Cm-Entry Occurs 1000 Times.
             10 Cm-Sub            Pic 9(4).

       01 Ws-Subscripts.
          05 Ws-Sub-I             Pic 9(4) Value 0.
          05 Ws-Sub-K             Pic 9(4) Value 0.
          05 Ws-Sub-M             Pic 9(4) Value 0.
          05 Ws-Last-Sub          Pic 9(4) Value 0.

       01 Ws-Group-Work.
          05 Ws-Current-Account   Pic 9(11) Value 0.
          05 Ws-Current-Customer  Pic 9(9) Value 0.
          05 Ws-Group-Customer    Pic 9(9) Value 0.
          05 Ws-Overflow-Before   Pic 9(9) Value 0.
          05 Ws-Out-Total         Pic 9(11)V99 Value 0.
          05 Ws-Out-Test          Pic 9(13)V99 Value 0.
          05 Ws-In-Test           Pic 9(13)V99 Value 0.

       01 Ws-Case-Work.
          05 Ws-Case-Number       Pic 9(5) Value 0.
          05 Ws-Case-Type         Pic X(1) Value Space.
          05 Ws-Case-Text         Pic X(30) Value Spaces.
          05 Ws-Case-Total        Pic 9(11)V99 Value 0.
          05 Ws-Case-First-Date   Pic 9(8) Value 0.
          05 Ws-Case-Last-Date    Pic 9(8) Value 0.
          05 Ws-Sar-Hash          Pic 9(9)V99 Value 0.

       Procedure Division.

           Perform 0000-Init
           Perform 1000-Main
           Perform 2000-Exit

           Goback.

       0000-Init Section.

           Perform Load-Parameters

           Compute Ws-Window-Start-Day =
               Function Integer-Of-Date(Ws-Business-Date)
               - Ws-Aml-Window-Days
           Compute Ws-Window-Start-Date =
               Function Date-Of-Integer(Ws-Window-Start-Day)
           Compute Ws-Near-Floor =
               Ws-Aml-Threshold * Ws-Aml-Struct-Pct / 100

      *> Status 35 means the flag file does not exist yet - the very
      *> first run creates it empty, then reopens it I-O.
           Open I-O Aml-Flag-File
           If Ws-Flag-File-Status = '35'
             Open Output Aml-Flag-File
             Close Aml-Flag-File
             Open I-O Aml-Flag-File
           End-If
           Perform Purge-Old-Flags

           Open Input History-File
           If Ws-History-File-Status = '35'
             Set History-Eof To True
           End-If

           Open Input Link-Master-File
           If Ws-Link-Master-Status Not = '35'
             Set Link-File-Present To True
           End-If

           Open Input Cust-Master-File
           If Ws-Cust-Master-Status Not = '35'
             Set Cust-File-Present To True
           End-If

           Open Output Case-File
           Open Output Sar-File

           Move Spaces To Envelope-Header
           Move 'H' To Env-Header-Type
           Move Ws-Business-Date To Env-Creation-Date
           Move 'AMTAML' To Env-Source-Id
           Write Envelope-Header

           Exit.

       1000-Main Section.

      *> Pass 1 selects the window, pass 2 runs the account tests
      *> one account at a time, pass 3 the customer-level
      *> structuring test one customer at a time.
           Open Output Aml-Work-File
           Perform Read-History
           Perform Until History-Eof
             Perform Select-Window-Posting
             Perform Read-History
           End-Perform
           If Ws-History-File-Status Not = '35'
             Close History-File
           End-If
           Close Aml-Work-File

           Sort Sort-File
               On Ascending Key Srt-Account-Number
                                Srt-Transaction-Date
                                Srt-Sequence-Number
               Using Aml-Work-File
               Giving Sorted-Aml-File

           Open Input Sorted-Aml-File
           Open Output Cust-Work-File
           Perform Read-Sorted
           Perform Until Sorted-Eof
             Perform Monitor-Account
           End-Perform
           Close Sorted-Aml-File
           Close Cust-Work-File

           Sort Sort-File
               On Ascending Key Srt-Customer-Number
                                Srt-Transaction-Date
                                Srt-Sequence-Number
               Using Cust-Work-File
               Giving Sorted-Cust-File

           Open Input Sorted-Cust-File
           Perform Read-Sorted-Cust
           Perform Until Cust-Sorted-Eof
             Perform Monitor-Customer
           End-Perform
           Close Sorted-Cust-File

           Exit.

       2000-Exit Section.

           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Sar-Count To Env-Record-Count
           Move Ws-Sar-Hash To Env-Hash-Total
           Write Envelope-Trailer

           Close Case-File
           Close Sar-File
           Close Aml-Flag-File
           If Link-File-Present
             Close Link-Master-File
           End-If
           If Cust-File-Present
             Close Cust-Master-File
           End-If

           Display '==========================================='
           Display ' AMTAML - TRANSACTION MONITORING SUMMARY'
           Display '==========================================='
           Display ' WINDOW STARTS. . . . . . . : '
               Ws-Window-Start-Date
           Display ' HISTORY RECORDS READ . . . : ' Ws-History-Count
           Display ' POSTINGS IN WINDOW . . . . : ' Ws-Window-Count
           Display ' REVERSALS NOT MONITORED. . : ' Ws-Reversal-Count
           Display ' ACCOUNTS MONITORED . . . . : ' Ws-Account-Count
           Display ' POSTINGS OVER TABLE LIMIT. : ' Ws-Overflow-Count
           Display ' LARGE POSTING CASES. . . . : ' Ws-Large-Cases
           Display ' STRUCTURING CASES, ACCOUNT : ' Ws-Struct-Cases
           Display ' STRUCTURING CASES, CUSTOMER: ' Ws-Cust-Cases
           Display ' RAPID MOVEMENT CASES . . . : ' Ws-Rapid-Cases
           Display ' ALREADY RAISED, SUPPRESSED : '
               Ws-Suppressed-Count
           Display ' CASE FILE LINES. . . . . . : ' Ws-Case-Lines
           Display ' OLD FLAGS PURGED . . . . . : ' Ws-Purged-Count
           Display '==========================================='

           Exit.

       Purge-Old-Flags Section.

      *> A flag is written on or after its posting's posting date,
      *> so a flag dated before the window start belongs to a
      *> posting the window can no longer select.  The same sweep
      *> picks up today's highest case number, so a rerun on the same
      *> business date carries on the numbering instead of reusing
      *> case ids.
           Set Ws-Flag-Eof-Flag To 'N'
           Move Low-Values To Flag-Key
           Start Aml-Flag-File
               Key Not < Flag-Key
             Invalid Key
               Set Flag-Eof To True
           End-Start

           Perform Until Flag-Eof
             Read Aml-Flag-File Next
               At End
                 Set Flag-Eof To True
               Not At End
                 If Flag-Date < Ws-Window-Start-Date
                   Delete Aml-Flag-File
                   Add 1 To Ws-Purged-Count
                 Else
                   If Flag-Date = Ws-Business-Date
                     And Flag-Case-Number > Ws-Case-Number
                     Move Flag-Case-Number To Ws-Case-Number
                   End-If
                 End-If
             End-Read
           End-Perform

           Exit.

       Select-Window-Posting Section.

      *> The window runs on posting date, so a back-dated posting is
      *> still looked at on the night it arrives.  A Class '9'
      *> reversal is a correction, not customer activity, and stays
      *> out of every test.
           If History-Posting-Date >= Ws-Window-Start-Date
             If History-Transaction-Class = '9'
               Add 1 To Ws-Reversal-Count
             Else
               Move 0 To Aw-Customer-Number
               Move History-Account-Number To Aw-Account-Number
               Move History-Transaction-Date To Aw-Transaction-Date
               Move History-Sequence-Number To Aw-Sequence-Number
               Move History-Transaction-Type To Aw-Transaction-Type
               Move History-Debit-Credit-Ind To Aw-Debit-Credit-Ind
               Move History-Amount To Aw-Amount
               Write Aml-Work-Record
               Add 1 To Ws-Window-Count
             End-If
           End-If

           Exit.

       Monitor-Account Section.

           Move Sa-Account-Number To Ws-Current-Account
           Add 1 To Ws-Account-Count
           Move 0 To Aml-Count
           Move Ws-Overflow-Count To Ws-Overflow-Before

           Perform Until Sorted-Eof
               Or Sa-Account-Number Not = Ws-Current-Account
             If Aml-Count < Aml-Max
               Add 1 To Aml-Count
               Move Sa-Account-Number To Ae-Account-Number(Aml-Count)
               Move Sa-Transaction-Date
                   To Ae-Transaction-Date(Aml-Count)
               Move Sa-Sequence-Number
                   To Ae-Sequence-Number(Aml-Count)
               Move Sa-Transaction-Type
                   To Ae-Transaction-Type(Aml-Count)
               Move Sa-Debit-Credit-Ind
                   To Ae-Debit-Credit-Ind(Aml-Count)
               Move Sa-Amount To Ae-Amount(Aml-Count)
               Perform Mark-Table-Entry
             Else
               Add 1 To Ws-Overflow-Count
             End-If
             Perform Read-Sorted
           End-Perform

           If Ws-Overflow-Count > Ws-Overflow-Before
             Display 'AML TABLE FULL, ACCOUNT: ' Ws-Current-Account
           End-If

      *> One link read per account.  The near-threshold postings of
      *> a linked account go forward to the customer pass.
           Move 0 To Ws-Group-Customer
           If Link-File-Present
             Move Ws-Current-Account To Linkm-Account-Number
             Read Link-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Move Linkm-Customer-Number To Ws-Group-Customer
             End-Read
           End-If

           If Ws-Group-Customer Not = 0
             Perform Varying Ws-Sub-I From 1 By 1
                 Until Ws-Sub-I > Aml-Count
               If Ae-Near-Threshold(Ws-Sub-I)
                 Move Ws-Group-Customer To Cw-Customer-Number
                 Move Ae-Account-Number(Ws-Sub-I) To Cw-Account-Number
                 Move Ae-Transaction-Date(Ws-Sub-I)
                     To Cw-Transaction-Date
                 Move Ae-Sequence-Number(Ws-Sub-I)
                     To Cw-Sequence-Number
                 Move Ae-Transaction-Type(Ws-Sub-I)
                     To Cw-Transaction-Type
                 Move Ae-Debit-Credit-Ind(Ws-Sub-I)
                     To Cw-Debit-Credit-Ind
                 Move Ae-Amount(Ws-Sub-I) To Cw-Amount
                 Write Cust-Work-Record
               End-If
             End-Perform
           End-If

           Perform Check-Large-Postings
           Move 'S' To Ws-Case-Type
           Move 'STRUCTURING ON ACCOUNT' To Ws-Case-Text
           Perform Check-Structuring
           Perform Check-Rapid-Movement

           Exit.

       Monitor-Customer Section.

      *> Only near-threshold postings reach this pass.  A cluster
      *> all on one account has already been tested as 'S' in the
      *> account pass, so a customer case is only raised when the
      *> cluster is spread over more than one account.
           Move Sc-Customer-Number To Ws-Current-Customer
           Move Ws-Current-Customer To Ws-Group-Customer
           Move 0 To Aml-Count
           Move Ws-Overflow-Count To Ws-Overflow-Before

           Perform Until Cust-Sorted-Eof
               Or Sc-Customer-Number Not = Ws-Current-Customer
             If Aml-Count < Aml-Max
               Add 1 To Aml-Count
               Move Sc-Account-Number To Ae-Account-Number(Aml-Count)
               Move Sc-Transaction-Date
                   To Ae-Transaction-Date(Aml-Count)
               Move Sc-Sequence-Number
                   To Ae-Sequence-Number(Aml-Count)
               Move Sc-Transaction-Type
                   To Ae-Transaction-Type(Aml-Count)
               Move Sc-Debit-Credit-Ind
                   To Ae-Debit-Credit-Ind(Aml-Count)
               Move Sc-Amount To Ae-Amount(Aml-Count)
               Perform Mark-Table-Entry
             Else
               Add 1 To Ws-Overflow-Count
             End-If
             Perform Read-Sorted-Cust
           End-Perform

           If Ws-Overflow-Count > Ws-Overflow-Before
             Display 'AML TABLE FULL, CUSTOMER: ' Ws-Current-Customer
           End-If

           Move 'C' To Ws-Case-Type
           Move 'STRUCTURING ACROSS ACCOUNTS' To Ws-Case-Text
           Perform Check-Structuring

           Exit.

       Mark-Table-Entry Section.

           Compute Ae-Day(Aml-Count) =
               Function Integer-Of-Date(Ae-Transaction-Date(Aml-Count))
           If Ae-Amount(Aml-Count) >= Ws-Near-Floor
             And Ae-Amount(Aml-Count) < Ws-Aml-Threshold
             Set Ae-Near-Threshold(Aml-Count) To True
           Else
             Move 'N' To Ae-Near-Flag(Aml-Count)
           End-If

           Exit.

       Check-Large-Postings Section.

           Move 'L' To Ws-Case-Type
           Move 'SINGLE POSTING OVER THRESHOLD' To Ws-Case-Text

           Perform Varying Ws-Sub-I From 1 By 1
               Until Ws-Sub-I > Aml-Count
             If Ae-Amount(Ws-Sub-I) >= Ws-Aml-Threshold
               Move Ae-Sequence-Number(Ws-Sub-I)
                   To Flag-Sequence-Number
               Perform Check-Flag
               If Posting-Flagged
                 Add 1 To Ws-Suppressed-Count
               Else
                 Move 1 To Cm-Count
                 Move Ws-Sub-I To Cm-Sub(1)
                 Perform Raise-Case
                 Add 1 To Ws-Large-Cases
               End-If
             End-If
           End-Perform

           Exit.

       Check-Structuring Section.

      *> Greedy scan in date order: from each near posting, gather
      *> every near posting within Struct-Days of it.  A cluster big
      *> enough is raised if it holds at least one posting not yet
      *> raised under this rule - so a new posting extending an old
      *> cluster raises a fresh case showing the whole pattern, but
      *> the same cluster is never raised twice.  The scan resumes
      *> after the cluster's last posting.
           Move 1 To Ws-Sub-I
           Perform Until Ws-Sub-I > Aml-Count
             If Ae-Near-Threshold(Ws-Sub-I)
               Perform Gather-Cluster
               Perform Test-Cluster-Multi-Account
               If Cm-Count >= Ws-Aml-Struct-Count
                 And (Ws-Case-Type = 'S' Or Cluster-Multi-Account)
                 Perform Test-Cluster-New
                 If Cluster-Has-New
                   Perform Raise-Case
                   If Ws-Case-Type = 'S'
                     Add 1 To Ws-Struct-Cases
                   Else
                     Add 1 To Ws-Cust-Cases
                   End-If
                 Else
                   Add 1 To Ws-Suppressed-Count
                 End-If
                 Compute Ws-Sub-I = Ws-Last-Sub + 1
               Else
                 Add 1 To Ws-Sub-I
               End-If
             Else
               Add 1 To Ws-Sub-I
             End-If
           End-Perform

           Exit.

       Gather-Cluster Section.

           Move 0 To Cm-Count
           Move Ws-Sub-I To Ws-Last-Sub
           Perform Varying Ws-Sub-K From Ws-Sub-I By 1
               Until Ws-Sub-K > Aml-Count
               Or Ae-Day(Ws-Sub-K) - Ae-Day(Ws-Sub-I)
                  > Ws-Aml-Struct-Days
             If Ae-Near-Threshold(Ws-Sub-K)
               Add 1 To Cm-Count
               Move Ws-Sub-K To Cm-Sub(Cm-Count)
               Move Ws-Sub-K To Ws-Last-Sub
             End-If
           End-Perform

           Exit.

       Test-Cluster-Multi-Account Section.

           Set Ws-Multi-Account-Flag To 'N'
           Perform Varying Ws-Sub-M From 2 By 1
               Until Ws-Sub-M > Cm-Count
             If Ae-Account-Number(Cm-Sub(Ws-Sub-M))
                 Not = Ae-Account-Number(Cm-Sub(1))
               Set Cluster-Multi-Account To True
             End-If
           End-Perform

           Exit.

       Test-Cluster-New Section.

           Set Ws-New-Posting-Flag To 'N'
           Perform Varying Ws-Sub-M From 1 By 1
               Until Ws-Sub-M > Cm-Count
             Move Ae-Sequence-Number(Cm-Sub(Ws-Sub-M))
                 To Flag-Sequence-Number
             Perform Check-Flag
             If Not Posting-Flagged
               Set Cluster-Has-New To True
             End-If
           End-Perform

           Exit.

       Check-Rapid-Movement Section.

      *> Money in by a Type 3 deposit and out again by Types 1/2,
      *> the withdrawal leg of a Type 4 transfer or a Type 5 payment
      *> to another bank within Rapid-Days.
      *> The case is keyed on the deposit, so it is raised once
      *> however many withdrawals follow it.
           Move 'R' To Ws-Case-Type
           Move 'RAPID MOVEMENT IN AND OUT' To Ws-Case-Text

           Perform Varying Ws-Sub-I From 1 By 1
               Until Ws-Sub-I > Aml-Count
             If Ae-Transaction-Type(Ws-Sub-I) = 3
               And Ae-Debit-Credit-Ind(Ws-Sub-I) = 'C'
               And Ae-Amount(Ws-Sub-I) >= Ws-Aml-Rapid-Minimum
               Perform Gather-Outflows
               Compute Ws-Out-Test = Ws-Out-Total * 100
               Compute Ws-In-Test =
                   Ae-Amount(Ws-Sub-I) * Ws-Aml-Rapid-Pct
               If Cm-Count > 1 And Ws-Out-Test >= Ws-In-Test
                 Move Ae-Sequence-Number(Ws-Sub-I)
                     To Flag-Sequence-Number
                 Perform Check-Flag
                 If Posting-Flagged
                   Add 1 To Ws-Suppressed-Count
                 Else
                   Perform Raise-Case
                   Add 1 To Ws-Rapid-Cases
                 End-If
               End-If
             End-If
           End-Perform

           Exit.

       Gather-Outflows Section.

           Move 1 To Cm-Count
           Move Ws-Sub-I To Cm-Sub(1)
           Move 0 To Ws-Out-Total
           Perform Varying Ws-Sub-K From Ws-Sub-I By 1
               Until Ws-Sub-K > Aml-Count
               Or Ae-Day(Ws-Sub-K) - Ae-Day(Ws-Sub-I)
                  > Ws-Aml-Rapid-Days
             If Ae-Debit-Credit-Ind(Ws-Sub-K) = 'D'
               And (Ae-Transaction-Type(Ws-Sub-K) = 1
                 Or Ae-Transaction-Type(Ws-Sub-K) = 2
                 Or Ae-Transaction-Type(Ws-Sub-K) = 4
                 Or Ae-Transaction-Type(Ws-Sub-K) = 5)
               Add 1 To Cm-Count
               Move Ws-Sub-K To Cm-Sub(Cm-Count)
               Add Ae-Amount(Ws-Sub-K) To Ws-Out-Total
             End-If
           End-Perform

           Exit.

       Check-Flag Section.

      *> Flag-Sequence-Number is set by the caller; the rule is the
      *> case type under test.
           Move Ws-Case-Type To Flag-Rule
           Set Ws-Flagged-Flag To 'N'
           Read Aml-Flag-File
             Invalid Key
               Continue
             Not Invalid Key
               Set Posting-Flagged To True
           End-Read

           Exit.

       Raise-Case Section.

      *> Every posting behind the case goes to the case file and is
      *> flagged under the case's rule; a posting already flagged
      *> (part of an earlier cluster) keeps its original flag.
           Add 1 To Ws-Case-Number
           Move 0 To Ws-Case-Total
           Move Ae-Transaction-Date(Cm-Sub(1)) To Ws-Case-First-Date
           Move Ae-Transaction-Date(Cm-Sub(1)) To Ws-Case-Last-Date

           Perform Varying Ws-Sub-M From 1 By 1
               Until Ws-Sub-M > Cm-Count
             Move Cm-Sub(Ws-Sub-M) To Ws-Sub-K
             Move Ws-Business-Date To Ac-Case-Date
             Move Ws-Case-Number To Ac-Case-Number
             Move Ws-Case-Type To Ac-Case-Type
             Move Ws-Group-Customer To Ac-Customer-Number
             Move Ae-Account-Number(Ws-Sub-K) To Ac-Account-Number
             Move Ae-Sequence-Number(Ws-Sub-K) To Ac-Sequence-Number
             Move Ae-Transaction-Date(Ws-Sub-K)
                 To Ac-Transaction-Date
             Move Ae-Transaction-Type(Ws-Sub-K)
                 To Ac-Transaction-Type
             Move Ae-Debit-Credit-Ind(Ws-Sub-K)
                 To Ac-Debit-Credit-Ind
             Move Ae-Amount(Ws-Sub-K) To Ac-Amount
             Move Ws-Case-Text To Ac-Case-Text
             Write Aml-Case-Record
             Add 1 To Ws-Case-Lines

             Add Ae-Amount(Ws-Sub-K) To Ws-Case-Total
             If Ae-Transaction-Date(Ws-Sub-K) > Ws-Case-Last-Date
               Move Ae-Transaction-Date(Ws-Sub-K) To Ws-Case-Last-Date
             End-If

             Move Ws-Case-Type To Flag-Rule
             Move Ae-Sequence-Number(Ws-Sub-K) To Flag-Sequence-Number
             Move Ws-Business-Date To Flag-Date
             Move Ws-Case-Number To Flag-Case-Number
             Write Aml-Flag-Record
               Invalid Key
                 Continue
             End-Write
           End-Perform

           Perform Write-Sar-Record

           Exit.

       Write-Sar-Record Section.

           Move Spaces To Sar-Record
           Move Ws-Business-Date To Sar-Case-Date
           Move Ws-Case-Number To Sar-Case-Number
           Move Ws-Case-Type To Sar-Case-Type
           Move Ws-Group-Customer To Sar-Customer-Number
           Move Ae-Account-Number(Cm-Sub(1)) To Sar-Account-Number
           Move Ws-Case-First-Date To Sar-First-Date
           Move Ws-Case-Last-Date To Sar-Last-Date
           Move Cm-Count To Sar-Posting-Count
           Move Ws-Case-Total To Sar-Total-Amount

           If Ws-Group-Customer Not = 0 And Cust-File-Present
             Move Ws-Group-Customer To Custm-Number
             Read Cust-Master-File
               Invalid Key
                 Continue
               Not Invalid Key
                 Move Custm-National-Id To Sar-National-Id
                 Move Custm-Name To Sar-Name
             End-Read
           End-If

           Write Sar-Record
           Add 1 To Ws-Sar-Count
           Compute Ws-Sar-Hash = Function Mod(
               Ws-Sar-Hash + Ws-Case-Total, 1000000000)

           Exit.

       Load-Parameters Section.

      *> The file carries one record per effective date, in any
      *> order; the record with the latest effective date on or
      *> before the business date wins.  No file, or no record yet
      *> in effect, leaves the compiled defaults standing.
           Move Function Current-Date(1:8) To Ws-Business-Date
           Open Input Param-File
           If Ws-Param-File-Status Not = '35'
             Perform Read-Param-Record
             Perform Until Param-Eof
               If Param-Effective-Date <= Ws-Business-Date
                 And Param-Effective-Date >= Ws-Best-Effective-Date
                 Move Param-Effective-Date
                     To Ws-Best-Effective-Date
                 Move Param-Aml-Threshold To Ws-Aml-Threshold
                 Move Param-Aml-Struct-Pct To Ws-Aml-Struct-Pct
                 Move Param-Aml-Struct-Count To Ws-Aml-Struct-Count
                 Move Param-Aml-Struct-Days To Ws-Aml-Struct-Days
                 Move Param-Aml-Rapid-Minimum To Ws-Aml-Rapid-Minimum
                 Move Param-Aml-Rapid-Days To Ws-Aml-Rapid-Days
                 Move Param-Aml-Rapid-Pct To Ws-Aml-Rapid-Pct
                 Move Param-Aml-Window-Days To Ws-Aml-Window-Days
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

       Read-History Section.

           If Ws-History-File-Status Not = '35'
             Read History-File
               At End
                 Set History-Eof To True
               Not At End
                 Add 1 To Ws-History-Count
             End-Read
           End-If

           Exit.

       Read-Sorted Section.

           Read Sorted-Aml-File
             At End
               Set Sorted-Eof To True
           End-Read

           Exit.

       Read-Sorted-Cust Section.

           Read Sorted-Cust-File
             At End
               Set Cust-Sorted-Eof To True
           End-Read

           Exit.
