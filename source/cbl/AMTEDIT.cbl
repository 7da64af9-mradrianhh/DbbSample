
       Copy Amttrans.

       Copy Seqrng.

       Procedure Division.

           Perform Register-Run-Start
             Perform Edit-Contra-Account
           End-If

           If Not Record-In-Error
             Perform Edit-Interest-Posting
           End-If

           If Not Record-In-Error
             Perform Edit-Payment-Return
           End-If

           If Not Record-In-Error
             Perform Edit-Sequence-Order
           End-If

       Edit-Contra-Account Section.

      *> Only a Type 4 transfer and a Type 5 payment to another bank
      *> carry a counterparty; it has to name a real-looking account
      *> other than the one being drawn on, or the posting run would
      *> move money from an account to itself.  Every other type
      *> keys the field as zeros.
           If Transaction-Type Numeric
             And (Transaction-Type = 4 Or Transaction-Type = 5)
             If Transaction-Contra-Account = 0
               Or Transaction-Contra-Account
                   = Transaction-Account-Number

           Exit.

       Edit-Interest-Posting Section.

      *> A Type 6 interest credit is only ever generated by the
      *> close-out run, numbered inside its own range; one keyed at
      *> a branch would be money the bank never agreed to pay.
           If Transaction-Type = 6
             And (Transaction-Sequence-Number <= Seq-Close-Out-Base
               Or Transaction-Sequence-Number > Seq-Close-Out-Limit)
             Move 'E012' To Edit-Error-Reason-Code
             Move 'INTEREST NOT FROM CLOSE-OUT'
                 To Edit-Error-Reason-Text
             Perform Write-Edit-Error
           End-If

           Exit.

       Edit-Payment-Return Section.

      *> A Type 5 Class '9' credit-back of a returned payment is only
      *> ever generated by Amtpayrt, numbered inside the payment
      *> return range; one keyed at a branch would credit the
      *> account with money no other bank sent back.
           If Transaction-Type = 5
             And Transaction-Class = '9'
             And (Transaction-Sequence-Number
                   <= Seq-Payment-Return-Base
               Or Transaction-Sequence-Number
                   > Seq-Payment-Return-Limit)
             Move 'E013' To Edit-Error-Reason-Code
             Move 'CREDIT-BACK NOT FROM RETURNS'
                 To Edit-Error-Reason-Text
             Perform Write-Edit-Error
           End-If

           Exit.

       Edit-Sequence-Order Section.

           Evaluate True
