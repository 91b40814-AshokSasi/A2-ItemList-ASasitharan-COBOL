      *  posts releases without re-checking credit. The hold file
      *  itself is left as written, like the reject file after a
      *  repair session, so the day's row balance stays whole.
      *  A run date in a month closed by A2-PeriodClose is refused
      *  before anything is read or written, with return code 8 so
      *  A2-JobStream stops the chain.
       environment division.
       configuration section.
      *
           assign to ws-sup-filename
           organization is line sequential
           file status is ws-sup-status.
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
         05 sp-customer-number          pic 9(5).
         05 sp-branch-code              pic x(2).
         05 sp-jurisdiction             pic x(2).
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
         05 ws-hold-eof-flag           pic x     value "n".
       000-main.
      *
           perform 005-set-run-context.
           perform 006-check-period-open.
           if ws-period-closed-flag = "y"
               display "A2-CreditRel: period " ws-run-date(1:6)
                 " is closed - nothing posted"
               move 8 to return-code
               goback
           end-if.
      *
           open input credit-hold-file.
           if ws-hold-status not = "00"
             function trim(ws-run-id) delimited by size
             "-SUP.dat" delimited by size
             into ws-sup-filename.
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
       100-review-one-record.
      *
