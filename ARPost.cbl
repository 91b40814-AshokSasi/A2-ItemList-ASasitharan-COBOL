      *  open amount from what has already been paid, so a re-post
      *  never doubles a balance. Prints a posting register so
      *  collections can see exactly what each day put on the book.
      *  A run date in a month closed by A2-PeriodClose is refused
      *  before anything is read or written, with return code 8 so
      *  A2-JobStream stops the chain.
       environment division.
       configuration section.
      *
       select register-file
           assign to ws-register-filename
           organization is line sequential.
      *
      * Fiscal period control - a month A2-PeriodClose has closed
      * takes no further postings. Maintained by A2-PeriodClose.
       select period-file
           assign to "../../../data/PERIOD.DAT"
           organization is indexed
           access mode is random
           record key is pc-period
           file status is ws-period-status.
      *
       data division.
       file section.
      * ar-original-amount less ar-paid-amount; the original amount
      * is what the day billed (net plus tax, returns netted in),
      * and only cash application ever moves the paid amount.
      * ar-item-type is blank for a day's posting from here and "F"
      * for a month-end finance charge posted by A2-FinChg - it is
      * part of the key, so a charge dated the same day as a
      * posting is a separate open item, never a re-post of it.
       fd ar-master-file.
      *
       01 ar-open-item-record.
         05 ar-open-item-key.
           10 ar-customer-number        pic 9(5).
           10 ar-item-date              pic x(8).
           10 ar-item-type              pic x(1).
         05 ar-original-amount          pic S9(8)V99.
         05 ar-paid-amount              pic S9(8)V99.
         05 ar-open-amount              pic S9(8)V99.
           data record is register-line
           record contains 80 characters.
       01 register-line                 pic x(80).
      *
      * Period control declaration - must stay in step with the
      * period-record layout A2-PeriodClose maintains.
       fd period-file.
      *
       01 period-record.
         05 pc-period                   pic x(6).
         05 pc-status                   pic x(1).
         05 pc-closed-stamp             pic x(16).
         05 pc-closed-by                pic x(8).
         05 pc-reopened-stamp           pic x(16).
         05 pc-reopened-by              pic x(8).
         05 pc-reopen-count             pic 9(3).
      *
       working-storage section.
      *
       01 ws-period-work.
         05 ws-period-status            pic x(2)  value "00".
         05 ws-period-closed-flag       pic x     value "n".
      *
       01 ws-flags.
         05 ws-audit-eof-flag          pic x     value "n".
       000-main.
      *
           perform 005-set-run-context.
           perform 006-check-period-open.
           if ws-period-closed-flag = "y"
               display "A2-ARPost: period " ws-run-date(1:6)
                 " is closed - nothing posted"
               move 8 to return-code
               goback
           end-if.
      *
           perform 100-sum-audit-by-customer.
      *
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-register-filename.
      *
       006-check-period-open.
      *
      * A run date in a month A2-PeriodClose has closed must not
      * post. No period file, or no row for the month, means open.
           move "n" to ws-period-closed-flag.
           open input period-file.
           if ws-period-status = "00"
               move ws-run-date(1:6) to pc-period
               read period-file
                   key is pc-period
                   invalid key
                       continue
                   not invalid key
                       if pc-status = "C"
                           move "y" to ws-period-closed-flag
                       end-if
               end-read
               close period-file
           end-if.
      *
       100-sum-audit-by-customer.
      *
      *
           move ct-customer-number(cus-idx) to ar-customer-number.
           move ws-run-date to ar-item-date.
           move space to ar-item-type.
           read ar-master-file
               key is ar-open-item-key
               invalid key
                   move ct-customer-number(cus-idx) to
                     ar-customer-number
                   move ws-run-date to ar-item-date
                   move space to ar-item-type
                   move ct-net-plus-tax(cus-idx) to
                     ar-original-amount
                   move 0 to ar-paid-amount
