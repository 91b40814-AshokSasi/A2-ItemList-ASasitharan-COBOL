         05 cm-customer-address         pic x(35).
         05 cm-customer-terms           pic x(10).
         05 cm-credit-limit             pic 9(7)V99.
         05 cm-finance-exempt           pic x(1).
      *
       fd statement-file
           data record is statement-line
