      *  an UNAPPLIED line on the register so the credit desk can
      *  chase it instead of it vanishing into the spreadsheet.
      *  Prints a cash receipts register of every application.
      *  A month-end finance charge posted by A2-FinChg is an open
      *  item like any other and takes cash in date order; its
      *  register lines are marked FINANCE CHARGE.
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
         05 ar-open-item-key.
           10 ar-customer-number        pic 9(5).
           10 ar-item-date              pic x(8).
           10 ar-item-type              pic x(1).
         05 ar-original-amount          pic S9(8)V99.
         05 ar-paid-amount              pic S9(8)V99.
         05 ar-open-amount              pic S9(8)V99.
           data record is register-line
           record contains 100 characters.
       01 register-line                 pic x(100).
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
         05 ws-deposit-eof-flag        pic x     value "n".
       000-main.
      *
           perform 005-set-run-context.
           perform 006-check-period-open.
           if ws-period-closed-flag = "y"
               display "A2-CashRcpt: period " ws-run-date(1:6)
                 " is closed - nothing posted"
               move 8 to return-code
               goback
           end-if.
      *
           open input deposit-file.
           if ws-deposit-status not = "00"
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
       100-apply-one-deposit.
      *
           move "n" to ws-items-done-flag.
           move dp-customer-number to ar-customer-number.
           move low-values to ar-item-date.
           move low-values to ar-item-type.
           start ar-master-file
               key is not less than ar-open-item-key
               invalid key
               move ar-item-date to rg-item-date
               move ws-applied-amount to rg-applied-amount
               move ar-open-amount to rg-item-open
               if ar-item-type = "F"
                   move "FINANCE CHARGE" to rg-remark
               end-if
               write register-line from ws-register-detail-line
                 after advancing 1 line
      *
