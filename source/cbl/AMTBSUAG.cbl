       Identification Division.
       Program-Id. Amtbsuag.
       Author. Adrian Hardy.

       Environment Division.
       Configuration Section.
       Special-Names.
           Decimal-Point Is Comma.

       Data Division.

       Working-Storage Section.

      *> The fodselsnummer is ddmmyy followed by a three-digit
      *> individual number and two check digits.  The individual
      *> number carries the century the two-digit year belongs to.
       01 Ws-Id-Digits.
          05 Ws-Id-Day            Pic 9(2).
          05 Ws-Id-Month          Pic 9(2).
          05 Ws-Id-Year           Pic 9(2).
          05 Ws-Id-Individual     Pic 9(3).
          05 Ws-Id-Check          Pic 9(2).

       01 Ws-Century              Pic 9(4) Value 0.

       Linkage Section.

       Copy Bsuage.

       Procedure Division Using Bsu-Age-Request.

           Move 0 To Bsuag-Birth-Year
           Move 0 To Bsuag-Age-In-Year
           Set Bsuag-Id-Invalid To True

           If Bsuag-National-Id Numeric
             Move Bsuag-National-Id To Ws-Id-Digits
             Perform Derive-Birth-Year
           End-If

           If Bsuag-Birth-Year Not = 0
             Compute Bsuag-Age-In-Year =
                 Bsuag-Check-Year - Bsuag-Birth-Year
             If Bsuag-Age-In-Year < 0
               Set Bsuag-Id-Invalid To True
             Else
               If Bsuag-Age-In-Year > Bsuag-Age-Limit
                 Set Bsuag-Over-Limit To True
               Else
                 Set Bsuag-Within-Limit To True
               End-If
             End-If
           End-If

           Goback.

       Derive-Birth-Year Section.

      *> A D-number (issued to foreign nationals) adds 40 to the
      *> day, an H-number adds 40 to the month - strip either before
      *> testing the date parts.
           If Ws-Id-Day > 40
             Subtract 40 From Ws-Id-Day
           End-If
           If Ws-Id-Month > 40
             Subtract 40 From Ws-Id-Month
           End-If

           Move 0 To Ws-Century
           Evaluate True
           When Ws-Id-Day < 1 Or Ws-Id-Day > 31
             Continue
           When Ws-Id-Month < 1 Or Ws-Id-Month > 12
             Continue
           When Ws-Id-Individual < 500
             Move 1900 To Ws-Century
           When Ws-Id-Individual < 750 And Ws-Id-Year > 53
             Move 1800 To Ws-Century
           When Ws-Id-Year < 40
             Move 2000 To Ws-Century
           When Ws-Id-Individual > 899
             Move 1900 To Ws-Century
           When Other
             Continue
           End-Evaluate

           If Ws-Century Not = 0
             Compute Bsuag-Birth-Year = Ws-Century + Ws-Id-Year
           End-If

           Exit.
