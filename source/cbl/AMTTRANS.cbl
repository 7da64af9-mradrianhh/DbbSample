               Organization Is Sequential
               File Status Is Ws-Param-File-Status.

      *> Payment orders registered by Amtpaygn, keyed by the
      *> sequence number of the Type 5 posting each one generated.
      *> It is only opened once a Type 5 arrives; File Status lets a
      *> run before the register exists (status 35) reject the
      *> payments instead of abending.
           Select Payment-Register-File Assign To 'PAYREF'
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is Payref-Sequence-Number
               File Status Is Ws-Payref-File-Status.

      *> Payments to other banks, for the clearing centre.
           Select Clearing-Out-File Assign To 'CLROUT'
               Organization Is Sequential.

       Data Division.

       File Section.
       FD  Param-File.
       Copy Params.

       FD  Payment-Register-File.
       Copy Payref.

       FD  Clearing-Out-File.
       Copy Clrout.

      *> The outbound clearing file crosses to the clearing centre,
      *> so it carries the interchange envelope; the pads grow to
      *> the 75-byte payment record so the file stays fixed-length.
       Copy Envelope
           Replacing ==Pic X(48)== By ==Pic X(58)==
                     ==Pic X(44)== By ==Pic X(54)==.

       Working-Storage Section.

      *> Persists across calls for the life of the run unit so the
               88  Params-Are-Loaded          Value 'Y'.
           05  Ws-Param-Eof-Flag         Pic X Value 'N'.
               88  Param-Eof                  Value 'Y'.
           05  Ws-Payref-File-Open-Flag  Pic X Value 'N'.
               88  Payref-File-Is-Open        Value 'Y'.
           05  Ws-Payref-Present-Flag    Pic X Value 'N'.
               88  Payref-File-Present        Value 'Y'.
           05  Ws-Clrout-File-Open-Flag  Pic X Value 'N'.
               88  Clrout-File-Is-Open        Value 'Y'.

       01  Ws-History-File-Status        Pic XX.
       01  Ws-Param-File-Status          Pic XX.
       01  Ws-Payref-File-Status         Pic XX.

      *> Envelope trailer figures for the outbound clearing file.
       01  Ws-Clrout-Totals.
           05  Ws-Clrout-Count           Pic 9(9) Value 0.
           05  Ws-Clrout-Hash            Pic 9(9)V99 Value 0.

      *> Bsu statutory limits and the Type 2 service charge.  The
      *> Value clauses are only the fall-back defaults: the first
                  By ==Hold-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Hold-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Hold-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Hold-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Hold-Held-Amount==.

                  By ==Contra-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Contra-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Contra-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Contra-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Contra-Held-Amount==.

             Perform Eval-Account-Type
           End-If

      *> A Type 5 carries the payee's account at the other bank as
      *> its contra, so the GL feed and history show where the money
      *> went.
           If Not Transaction-Discarded
             Move Transaction-Sequence-Number To Ws-Posting-Sequence
             Move Transaction-Original-Seq To Ws-Posting-Original
             If Transaction-Type = 5
               Move Transaction-Contra-Account To Ws-Posting-Contra
             Else
               Move 0 To Ws-Posting-Contra
             End-If
             Perform Process-Transaction
           End-If

             Set Trans-Fee To True
           When 3
             Continue
      *> A payment to another bank debits like a plain withdrawal.
      *> It may only go out against the order Amtpaygn registered
      *> for it - that is where the payee's reference comes from -
      *> so an unregistered or altered payment rejects here.  A
      *> Class '9' credit-back of a returned payment may only post
      *> against the return Amtpayrt matched to the order, so a
      *> keyed credit-back with no returned payment behind it
      *> rejects the same way.
           When 5
             Set No-Trans-Fee To True
             If Transaction-Class = '9'
               Perform Check-Payment-Return
             Else
               Perform Check-Payment-Order
             End-If
      *> Interest credited at close-out, generated by Amtclose.
           When 6
             Set No-Trans-Fee To True
           When Other
             Move 'R003' To Reject-Reason-Code
             Perform Discard-Transaction
       Compute-Posting-Amount Section.

      *> Transaction-Type 3 is a deposit/credit; Types 1 and 2 are
      *> withdrawals, with Type 2 also deducting the service charge,
      *> and a Type 5 payment to another bank is a withdrawal too.
      *> A Type 6 close-out interest credit moves like a deposit.
      *> A Transaction-Class '9' is a reversal/correction of the
      *> original transaction identified by Transaction-Original-Seq -
      *> post it in the opposite direction of the original.
           Evaluate True
           When Transaction-Type = 3 Or Transaction-Type = 6
             Move Transaction-Amount To Ws-Posting-Amount
           When Trans-Fee
             Compute Ws-Posting-Amount =
      *> frozen account posts nothing in either direction, a debit
      *> block stops money leaving but lets deposits land, and a
      *> close-pending account takes no new money while the branch
      *> empties it, and a Bsu whose owner has passed the Bsu age
      *> limit takes no new deposit - a Type 3 or the deposit leg of
      *> a transfer, the postings the deposit caps guard - though
      *> withdrawals and credit-backs still land.  A dormant account
      *> lets no customer money out - withdrawals, transfers and
      *> payments away reject until the branch reactivates it -
      *> while deposits still land, and so does a Class '9'
      *> correction, which is the bank's own doing.  The one credit
      *> a close-pending account does take is the Type 6 interest
      *> its close-out pays before the balance is transferred away.
      *> Ws-Posting-Amount already reflects the Type 2 service
      *> charge and the Class '9' reversal direction, so the test
      *> sees the way the money will actually move.  Records
      *> predating the status field carry a space, which reads as
      *> open.
           Evaluate True
             Move 'R010' To Reject-Reason-Code
             Perform Discard-Transaction
           When Account-Close-Pending And Ws-Posting-Amount > 0
               And Transaction-Type Not = 6
             Move 'R012' To Reject-Reason-Code
             Perform Discard-Transaction
           When Account-Bsu-Age-Blocked And Ws-Posting-Amount > 0
               And (Transaction-Type = 3 Or Xfer-Credit-Leg)
               And Transaction-Class Not = '9'
             Move 'R013' To Reject-Reason-Code
             Perform Discard-Transaction
           When Account-Is-Dormant And Ws-Posting-Amount < 0
               And Transaction-Class Not = '9'
             Move 'R015' To Reject-Reason-Code
             Perform Discard-Transaction
           When Other
             Continue
           End-Evaluate

           Perform Write-Gl-Feed

           If Transaction-Type = 5 And Transaction-Class Not = '9'
             Perform Send-Clearing-Payment
           End-If

           Exit.

       Check-Payment-Order Section.

      *> The order must be on the register, still waiting to go, and
      *> agree with the posting on the ordering account, payee and
      *> amount.
           Perform Open-Payref-File-First-Time
           If Not Payref-File-Present
             Move 'R014' To Reject-Reason-Code
             Perform Discard-Transaction
           Else
             Move Transaction-Sequence-Number
                 To Payref-Sequence-Number
             Read Payment-Register-File
               Invalid Key
                 Move 'R014' To Reject-Reason-Code
                 Perform Discard-Transaction
               Not Invalid Key
                 If Not Payref-Ordered
                   Or Payref-Account-Number
                       Not = Transaction-Account-Number
                   Or Payref-Payee-Account
                       Not = Transaction-Contra-Account
                   Or Payref-Amount Not = Transaction-Amount
                   Move 'R014' To Reject-Reason-Code
                   Perform Discard-Transaction
                 End-If
             End-Read
           End-If

           Exit.

       Check-Payment-Return Section.

      *> The original order must be on the register, marked returned
      *> under this very posting's sequence number, and agree with
      *> the posting on the ordering account and amount.
           Perform Open-Payref-File-First-Time
           If Not Payref-File-Present
             Move 'R014' To Reject-Reason-Code
             Perform Discard-Transaction
           Else
             Move Transaction-Original-Seq To Payref-Sequence-Number
             Read Payment-Register-File
               Invalid Key
                 Move 'R014' To Reject-Reason-Code
                 Perform Discard-Transaction
               Not Invalid Key
                 If Not Payref-Returned
                   Or Payref-Return-Sequence
                       Not = Transaction-Sequence-Number
                   Or Payref-Account-Number
                       Not = Transaction-Account-Number
                   Or Payref-Amount Not = Transaction-Amount
                   Move 'R014' To Reject-Reason-Code
                   Perform Discard-Transaction
                 End-If
             End-Read
           End-If

           Exit.

       Send-Clearing-Payment Section.

      *> The payment leaves for the other bank under its own
      *> sequence number, which the other bank quotes back on a
      *> return.  The register record read by Check-Payment-Order
      *> is still in the buffer; marking it sent is what lets
      *> Amtpayrt accept a return against it.
           Perform Open-Clrout-File-First-Time

           Move Transaction-Sequence-Number To Out-Sequence-Number
           Move Account-Number To Out-Debtor-Account
           Move Transaction-Contra-Account To Out-Payee-Account
           Move Transaction-Amount To Out-Amount
           Move Transaction-Date To Out-Payment-Date
           Move Payref-Reference To Out-Reference
           Write Outbound-Payment
           Add 1 To Ws-Clrout-Count
           Compute Ws-Clrout-Hash = Function Mod(
               Ws-Clrout-Hash + Transaction-Amount, 1000000000)

           Set Payref-Sent To True
           Move Function Current-Date(1:8) To Payref-Sent-Date
           Rewrite Payment-Register-Record
             Invalid Key
               Display 'PAYMENT REGISTER REWRITE FAILED, SEQ: '
                   Payref-Sequence-Number
           End-Rewrite

           Exit.

       Compute-Transfer-Legs Section.
      *> finance can distinguish the two on the GL extract.  Only
      *> 'sparbsu'/'brukskonto' ever reach here - Eval-Account-Type
      *> discards every other Account-Type before Process-Transaction
      *> (and this paragraph) runs.  A Type 5 payment to another
      *> bank has codes of its own, so the journal settles it
      *> through clearing rather than the normal settlement line.
      *> Type 6 close-out interest carries the interest codes the
      *> year-end run uses, so it reaches the interest expense line.
           Evaluate True
           When Account-Type = 'sparbsu' And Transaction-Type = 5
               And Transaction-Class = '9'
             Move 'BSU05R' To Gl-Code
           When Account-Type = 'sparbsu' And Transaction-Type = 5
             Move 'BSU05' To Gl-Code
           When Account-Type = 'brukskonto' And Transaction-Type = 5
               And Transaction-Class = '9'
             Move 'CHK05R' To Gl-Code
           When Account-Type = 'brukskonto' And Transaction-Type = 5
             Move 'CHK05' To Gl-Code
           When Account-Type = 'sparbsu' And Transaction-Type = 6
               And Transaction-Class = '9'
             Move 'BSUINR' To Gl-Code
           When Account-Type = 'sparbsu' And Transaction-Type = 6
             Move 'BSUINT' To Gl-Code
           When Account-Type = 'brukskonto' And Transaction-Type = 6
               And Transaction-Class = '9'
             Move 'CHKINR' To Gl-Code
           When Account-Type = 'brukskonto' And Transaction-Type = 6
             Move 'CHKINT' To Gl-Code
           When Account-Type = 'sparbsu' And Transaction-Class = '9'
             Move 'BSU01R' To Gl-Code
           When Account-Type = 'sparbsu'

           Exit.

       Open-Payref-File-First-Time Section.

           If Not Payref-File-Is-Open
             Open I-O Payment-Register-File
             If Ws-Payref-File-Status Not = '35'
               Set Payref-File-Present To True
             End-If
             Set Payref-File-Is-Open To True
           End-If

           Exit.

       Open-Clrout-File-First-Time Section.

           If Not Clrout-File-Is-Open
             Open Output Clearing-Out-File
             Move Spaces To Envelope-Header
             Move 'H' To Env-Header-Type
             Move Function Current-Date(1:8) To Env-Creation-Date
             Move 'AMTTRANS' To Env-Source-Id
             Write Envelope-Header
             Set Clrout-File-Is-Open To True
           End-If

           Exit.

       Open-History-File-First-Time Section.

      *> Status 35 means the history master does not exist yet - the
             Close History-File
           End-If

           If Payref-File-Present
             Close Payment-Register-File
           End-If

      *> The clearing centre expects a file every night, so a run
      *> with no payments to other banks still sends an empty
      *> enveloped one.
           Perform Open-Clrout-File-First-Time
           Move Spaces To Envelope-Trailer
           Move 'T' To Env-Trailer-Type
           Move Ws-Clrout-Count To Env-Record-Count
           Move Ws-Clrout-Hash To Env-Hash-Total
           Write Envelope-Trailer
           Close Clearing-Out-File

           Exit.
