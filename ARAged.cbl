      *  through the 30/60/90 buckets by days past due - and prints
      *  one line per customer with bucket and total columns plus
      *  grand totals, so collections works from the system instead
      *  of a re-keyed spreadsheet. Month-end finance charges
      *  posted by A2-FinChg are open items in their own right and
      *  age from their own date like any other.
       environment division.
       configuration section.
      *
         05 ar-open-item-key.
           10 ar-customer-number        pic 9(5).
           10 ar-item-date              pic x(8).
           10 ar-item-type              pic x(1).
         05 ar-original-amount          pic S9(8)V99.
         05 ar-paid-amount              pic S9(8)V99.
         05 ar-open-amount              pic S9(8)V99.
         05 cm-customer-address         pic x(35).
         05 cm-customer-terms           pic x(10).
         05 cm-credit-limit             pic 9(7)V99.
         05 cm-finance-exempt           pic x(1).
      *
       fd aged-report-file
           data record is aged-line
