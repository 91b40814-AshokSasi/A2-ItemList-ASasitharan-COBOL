       identification division.
       program-id. A2-FinChg.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Month-end finance charges and dunning notices.
      *  Sweeps ARMASTER.DAT in key order and, customer by
      *  customer, picks out every open item past its
      *  cm-customer-terms (aged the way A2-ARAged ages it). The
      *  past-due amount is charged at the monthly rate finance
      *  keeps on FINRATE.DAT through A2-RatesMaint, subject to its
      *  minimum, and the customer's charge is posted to
      *  ARMASTER.DAT as an open item of its own - ar-item-type "F",
      *  dated the run date - so A2-CashRcpt applies cash against
      *  it and A2-ARAged ages it like any other item. A finance
      *  charge is never itself charged on. Prints a dunning notice
      *  per customer, worded more firmly the further the oldest
      *  item has slipped through the aging buckets, and a
      *  register of every charge assessed. Customers flagged
      *  exempt on CUSTMSTR.DAT are passed over, and a customer
      *  already charged earlier in the month is not charged
      *  twice. Re-running the same day replaces that day's
      *  charges rather than adding to them, and withdraws a charge
      *  of that day whose customer is no longer charged - cut back
      *  to any cash already applied to it, nothing left open.
      *  A run whose charges overflow the posting table ends with
      *  return code 8; only the charges held are counted, totalled
      *  and posted.
      *  A run date in a month closed by A2-PeriodClose is refused
      *  before anything is read or written, with return code 8 so
      *  A2-JobStream stops the chain.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads; the run date is the month-end as-of date.
       select run-control-file
           assign to "../../../data/A2-RUNCTL.dat"
           organization is line sequential
           file status is ws-runctl-status.
      *
       select ar-master-file
           assign to "../../../data/ARMASTER.DAT"
           organization is indexed
           access mode is dynamic
           record key is ar-open-item-key
           file status is ws-ar-master-status.
      *
       select customer-master-file
           assign to "../../../data/CUSTMSTR.DAT"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cust-master-status.
      *
       select finance-rate-file
           assign to "../../../data/FINRATE.DAT"
           organization is indexed
           access mode is random
           record key is fr-rate-code
           file status is ws-finance-rate-status.
      *
       select register-file
           assign to ws-register-filename
           organization is line sequential.
      *
       select notice-file
           assign to ws-notice-filename
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
      *
       fd run-control-file
           data record is run-control-line
           record contains 80 characters.
      *
       01 run-control-line.
         05 rc-run-date                 pic x(8).
         05 filler                      pic x(1).
         05 rc-run-id                   pic x(6).
         05 filler                      pic x(1).
         05 rc-run-mode                 pic x(3).
         05 filler                      pic x(61).
      *
      * Receivables open-item declaration - must stay in step with
      * the ar-open-item-record layout A2-ARPost writes, field for
      * field. ar-item-type "F" marks the finance charges posted
      * here.
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
         05 ar-run-id                   pic x(6).
      *
      * Customer master declaration - must stay in step with the
      * customer-master-record layout A2-CustMaint maintains.
       fd customer-master-file.
      *
       01 customer-master-record.
         05 cm-customer-number          pic 9(5).
         05 cm-customer-name            pic x(25).
         05 cm-customer-address         pic x(35).
         05 cm-customer-terms           pic x(10).
         05 cm-credit-limit             pic 9(7)V99.
         05 cm-finance-exempt           pic x(1).
      *
      * Finance charge rate declaration - must stay in step with the
      * layout A2-RatesMaint maintains, field for field.
       fd finance-rate-file.
      *
       01 finance-rate-record.
         05 fr-rate-code                pic x(2).
         05 fr-monthly-rate             pic 9V9999.
         05 fr-minimum-charge           pic 9(3)V99.
      *
       fd register-file
           data record is register-line
           record contains 132 characters.
       01 register-line                 pic x(132).
      *
       fd notice-file
           data record is notice-line
           record contains 132 characters.
       01 notice-line                   pic x(132).
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
         05 ws-sweep-eof-flag          pic x     value "n".
         05 ws-found-flag              pic x     value "n".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
      *
       01 ws-file-work.
         05 ws-register-filename        pic x(60) value spaces.
         05 ws-notice-filename          pic x(60) value spaces.
         05 ws-ar-master-status         pic x(2)  value "00".
         05 ws-cust-master-status       pic x(2)  value "00".
         05 ws-finance-rate-status      pic x(2)  value "00".
      *
      * Date arithmetic work - the same redefined-date pattern
      * A2-ARAged ages its items with.
       01 ws-age-work.
         05 ws-asof-date               pic 9(8)  value 0.
         05 ws-asof-date-x redefines ws-asof-date
                                       pic x(8).
         05 ws-asof-integer            pic 9(7)  value 0.
         05 ws-item-date               pic 9(8)  value 0.
         05 ws-item-date-x redefines ws-item-date
                                       pic x(8).
         05 ws-item-integer            pic 9(7)  value 0.
         05 ws-days-past-due           pic S9(5) value 0.
      *
      * Terms-parse work - the last run of digits in the free-text
      * terms, exactly as 220-parse-terms-days in A2-ARAged reads
      * it, so both programs agree on when an item falls past due.
       01 ws-terms-work.
         05 ws-terms-days              pic 9(3)  value 0.
         05 ws-terms-scan-idx          pic 9(2)  value 0.
         05 ws-terms-char              pic x     value space.
         05 ws-terms-digit             pic 9     value 0.
         05 ws-terms-run-value         pic 9(8)  value 0.
         05 ws-terms-last-run          pic 9(8)  value 0.
         05 ws-terms-in-run-flag       pic x     value "n".
      *
      * Per-customer work, reset as each customer's items start.
      * ws-cust-status-flag: "c" chargeable, "x" exempt, "m" not on
      * the customer master (or no customer), "a" already charged
      * earlier this month.
       01 ws-customer-work.
         05 ws-customer-previous       pic 9(5)     value 0.
         05 ws-cust-started-flag        pic x        value "n".
         05 ws-cust-status-flag         pic x        value "c".
         05 ws-cust-past-due-total     pic S9(9)V99 value 0.
         05 ws-cust-charge-base        pic S9(9)V99 value 0.
         05 ws-cust-charge             pic S9(7)V99 value 0.
         05 ws-cust-worst-days         pic S9(5)    value 0.
         05 ws-cust-total-due          pic S9(9)V99 value 0.
         05 ws-item-charge             pic S9(7)V99 value 0.
      *
      * The customer's past-due items, held for the notice and the
      * register until the customer's last item has been read.
       01 ws-due-table.
         05 ws-due-count                pic 9(3)  value 0.
         05 ws-due-full-warned          pic x     value "n".
         05 ws-due-entry occurs 100 times indexed by due-idx.
           10 du-item-date             pic x(8).
           10 du-item-type             pic x(1).
           10 du-days-past-due         pic S9(5).
           10 du-open-amount           pic S9(8)V99.
           10 du-charge                pic S9(7)V99.
      *
      * The charges to post, held until the sweep is finished so the
      * receivables file is never written while it is being read.
       01 ws-post-table.
         05 ws-post-count               pic 9(3)  value 0.
         05 ws-post-full-warned         pic x     value "n".
         05 ws-post-entry occurs 500 times indexed by pst-idx.
           10 pt-customer-number       pic 9(5).
           10 pt-charge                pic S9(7)V99.
      *
      * Customers with a charge dated today already on file, left by
      * an earlier run of the same day. One not charged again this
      * run has its charge withdrawn once the posting is done.
       01 ws-today-charge-table.
         05 ws-today-charge-count       pic 9(3)  value 0.
         05 ws-today-full-warned        pic x     value "n".
         05 ws-today-charge-entry occurs 500 times indexed by tdy-idx.
           10 tc-customer-number       pic 9(5).
      *
       01 ws-run-totals.
         05 ws-charged-count           pic 9(5)     value 0.
         05 ws-notice-count            pic 9(5)     value 0.
         05 ws-exempt-count            pic 9(5)     value 0.
         05 ws-already-count           pic 9(5)     value 0.
         05 ws-posted-count            pic 9(5)     value 0.
         05 ws-withdrawn-count         pic 9(5)     value 0.
         05 ws-charge-total            pic S9(9)V99 value 0.
         05 ws-rate-percent            pic 9(2)V99  value 0.
      *
       01 ws-register-heading.
         05 filler                     pic x(29)
              value "A2 Finance Charge Register  ".
         05 rh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 rh-run-id                  pic x(6).
         05 filler                     pic x(10) value "   Rate: ".
         05 rh-rate-percent            pic Z9.99.
         05 filler                     pic x(19)
                                   value "% a month  Min.: ".
         05 rh-minimum-charge          pic ZZ9.99.
      *
       01 ws-register-column-heading.
         05 filler                     pic x(8)  value "Customer".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(4)  value "Name".
         05 filler                     pic x(23) value spaces.
         05 filler                     pic x(9)  value "Item Date".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(3)  value "Typ".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(4)  value "Days".
         05 filler                     pic x(7)  value spaces.
         05 filler                     pic x(11) value "Open Amount".
         05 filler                     pic x(8)  value spaces.
         05 filler                     pic x(6)  value "Charge".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(6)  value "Remark".
      *
       01 ws-register-detail-line.
         05 rg-customer-number         pic 9(5).
         05 filler                     pic x(5)  value spaces.
         05 rg-customer-name           pic x(25).
         05 filler                     pic x(2)  value spaces.
         05 rg-item-date               pic x(8).
         05 filler                     pic x(4)  value spaces.
         05 rg-item-type               pic x(1).
         05 filler                     pic x(3)  value spaces.
         05 rg-days-past-due           pic ZZZZ9.
         05 filler                     pic x(2)  value spaces.
         05 rg-open-amount             pic $$,$$$,$$9.99-.
         05 filler                     pic x(1)  value space.
         05 rg-charge                  pic $$$,$$9.99-.
         05 filler                     pic x(2)  value spaces.
         05 rg-remark                  pic x(26) value spaces.
      *
       01 ws-register-summary-line.
         05 rs-label                   pic x(24) value spaces.
         05 rs-count                   pic ZZZZ9.
      *
       01 ws-register-total-line.
         05 filler                     pic x(24)
                                   value "TOTAL CHARGES ASSESSED".
         05 rs-charge-total            pic $$$,$$$,$$9.99-.
      *
      * Dunning notice - one per customer with anything past due,
      * each on its own page.
       01 ws-notice-heading.
         05 filler                     pic x(20)
              value "A2 PAST DUE NOTICE  ".
         05 nh-notice-level            pic x(20).
         05 filler                     pic x(7)  value "As of: ".
         05 nh-run-date                pic x(8).
      *
       01 ws-notice-customer-line.
         05 filler                     pic x(9)  value "Customer ".
         05 nc-customer-number         pic 9(5).
         05 filler                     pic x(2)  value spaces.
         05 nc-customer-name           pic x(25).
      *
       01 ws-notice-address-line.
         05 filler                     pic x(16) value spaces.
         05 na-customer-address        pic x(35).
      *
       01 ws-notice-terms-line.
         05 filler                     pic x(16) value "Terms:".
         05 nt-customer-terms          pic x(10).
      *
       01 ws-notice-message-line.
         05 nm-message                 pic x(50) value spaces.
      *
      * Notice wording for the customer's bucket, three lines.
       01 ws-notice-wording.
         05 nw-line-1                  pic x(50) value spaces.
         05 nw-line-2                  pic x(50) value spaces.
         05 nw-line-3                  pic x(50) value spaces.
      *
       01 ws-notice-column-heading.
         05 filler                     pic x(9)  value "Item Date".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(11) value "Description".
         05 filler                     pic x(8)  value spaces.
         05 filler                     pic x(13) value "Days Past Due".
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(11) value "Amount Owed".
      *
       01 ws-notice-detail-line.
         05 nd-item-date               pic x(8).
         05 filler                     pic x(5)  value spaces.
         05 nd-description             pic x(14).
         05 filler                     pic x(13) value spaces.
         05 nd-days-past-due           pic ZZZZ9.
         05 filler                     pic x(4)  value spaces.
         05 nd-open-amount             pic $$,$$$,$$9.99-.
      *
       01 ws-notice-total-line.
         05 nl-label                   pic x(40) value spaces.
         05 nl-amount                  pic $$,$$$,$$9.99-.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
           perform 006-check-period-open.
           if ws-period-closed-flag = "y"
               display "A2-FinChg: period " ws-run-date(1:6)
                 " is closed - nothing posted"
               move 8 to return-code
               goback
           end-if.
      *
      * The rate is finance's to set - with no rate on file there
      * is nothing to assess, and guessing one would bill customers
      * at a rate nobody agreed.
           open input finance-rate-file.
           if ws-finance-rate-status not = "00"
               display "A2-FinChg: no finance rate file - set the "
                 "rate in A2-RatesMaint first"
               goback
           end-if.
           move "FC" to fr-rate-code.
           read finance-rate-file
               key is fr-rate-code
               invalid key
                   move "23" to ws-finance-rate-status
           end-read.
           close finance-rate-file.
           if ws-finance-rate-status not = "00"
               display "A2-FinChg: no finance rate on file - set "
                 "the rate in A2-RatesMaint first"
               goback
           end-if.
      *
      * The customer master is required - it carries the terms that
      * decide what is past due and the exemption flag.
           open input customer-master-file.
           if ws-cust-master-status not = "00"
               display "A2-FinChg: no customer master - cannot "
                 "tell terms or exemptions"
               goback
           end-if.
      *
           open i-o ar-master-file.
           if ws-ar-master-status not = "00"
               display "A2-FinChg: no receivables file - run "
                 "A2-ARPost first"
               close customer-master-file
               goback
           end-if.
      *
           open output register-file
             notice-file.
           move ws-run-date to rh-run-date.
           move ws-run-id to rh-run-id.
           compute ws-rate-percent = fr-monthly-rate * 100.
           move ws-rate-percent to rh-rate-percent.
           move fr-minimum-charge to rh-minimum-charge.
           write register-line from ws-register-heading
             after advancing 1 line.
           write register-line from ws-register-column-heading
             after advancing 2 lines.
           write register-line from spaces
             after advancing 1 line.
      *
           move ws-run-date to ws-asof-date-x.
           compute ws-asof-integer =
             function integer-of-date(ws-asof-date).
      *
      * Sweep the whole receivables file in key order - customer,
      * then item date - so each customer's items land together.
           move low-values to ar-open-item-key.
           start ar-master-file
               key is not less than ar-open-item-key
               invalid key
                   move "y" to ws-sweep-eof-flag
           end-start.
           if ws-sweep-eof-flag not = "y"
               read ar-master-file next record
                   at end
                       move "y" to ws-sweep-eof-flag
               end-read
           end-if.
           perform 100-assess-one-item
             until ws-sweep-eof-flag = "y".
      *
           if ws-cust-started-flag = "y"
               perform 300-close-customer
           end-if.
      *
      * Now post the charges the sweep assessed.
           perform 500-post-one-charge
             varying pst-idx from 1 by 1
             until pst-idx > ws-post-count.
      *
      * Withdraw today's earlier charges nobody was charged again
      * for - unless the posting table overflowed, when who was
      * charged is not known and the earlier charges are left.
           if ws-post-full-warned not = "y"
               perform 520-withdraw-one-charge
                 varying tdy-idx from 1 by 1
                 until tdy-idx > ws-today-charge-count
           end-if.
      *
           perform 600-write-register-totals.
      *
           close ar-master-file
             customer-master-file
             register-file
             notice-file.
      *
           display "A2-FinChg: " ws-posted-count
             " finance charges posted, " ws-notice-count
             " notices printed".
           goback.
      *
       005-set-run-context.
      *
      * Establish the run date/run-id from the same run-control file
      * A2-ItemList reads, and build the register and notice names
      * the way 005-set-run-context builds file names there.
           accept ws-run-date from date yyyymmdd.
      *
           open input run-control-file.
           if ws-runctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move rc-run-date to ws-run-date
                       move rc-run-id to ws-run-id
               end-read
               close run-control-file
           end-if.
      *
           move spaces to ws-register-filename.
           string "..\..\..\data\A2-FinChg-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-register-filename.
      *
           move spaces to ws-notice-filename.
           string "..\..\..\data\A2-Dunning-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-notice-filename.
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
       100-assess-one-item.
      *
      * Control break - a change of customer number means the
      * previous customer's items are all in.
           if ws-cust-started-flag = "y" and
             ar-customer-number not = ws-customer-previous
               perform 300-close-customer
           end-if.
      *
           if ws-cust-started-flag = "n" or
             ar-customer-number not = ws-customer-previous
               perform 200-start-customer
           end-if.
           move ar-customer-number to ws-customer-previous.
      *
      * A finance charge from an earlier day this month means the
      * month has already been charged. One dated today is this
      * run's own, left by an earlier attempt, and is replaced.
           if ar-item-type = "F" and
             ar-item-date(1:6) = ws-run-date(1:6) and
             ar-item-date not = ws-run-date
               move "a" to ws-cust-status-flag
           end-if.
           if ar-item-type = "F" and
             ar-item-date = ws-run-date
               perform 120-hold-today-charge
           end-if.
      *
           if ar-open-amount > 0
               move ar-item-date to ws-item-date-x
               compute ws-item-integer =
                 function integer-of-date(ws-item-date)
               compute ws-days-past-due =
                 ws-asof-integer - ws-item-integer - ws-terms-days
               if ws-days-past-due > 0
                   perform 110-hold-past-due-item
               end-if
           end-if.
      *
           read ar-master-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       110-hold-past-due-item.
      *
      * Every past-due item goes on the notice; only an ordinary
      * item carries a charge - an unpaid finance charge is owed,
      * but is not charged on again.
           move 0 to ws-item-charge.
           if ar-item-type not = "F"
               compute ws-item-charge rounded =
                 ar-open-amount * fr-monthly-rate
               add ar-open-amount to ws-cust-charge-base
           end-if.
           add ar-open-amount to ws-cust-past-due-total.
           add ws-item-charge to ws-cust-charge.
           if ws-days-past-due > ws-cust-worst-days
               move ws-days-past-due to ws-cust-worst-days
           end-if.
      *
           if ws-due-count < 100
               add 1 to ws-due-count
               set due-idx to ws-due-count
               move ar-item-date to du-item-date(due-idx)
               move ar-item-type to du-item-type(due-idx)
               move ws-days-past-due to du-days-past-due(due-idx)
               move ar-open-amount to du-open-amount(due-idx)
               move ws-item-charge to du-charge(due-idx)
           else
               if ws-due-full-warned not = "y"
                   move "y" to ws-due-full-warned
                   display "A2-FinChg: customer " ar-customer-number
                     " has more past-due items than the notice "
                     "lists - totals are complete"
               end-if
           end-if.
      *
       120-hold-today-charge.
      *
           if ws-today-charge-count < 500
               add 1 to ws-today-charge-count
               set tdy-idx to ws-today-charge-count
               move ar-customer-number to
                 tc-customer-number(tdy-idx)
           else
               if ws-today-full-warned not = "y"
                   move "y" to ws-today-full-warned
                   display "A2-FinChg: too many of today's charges "
                     "on file - not all can be withdrawn"
               end-if
           end-if.
      *
       200-start-customer.
      *
           move "y" to ws-cust-started-flag.
           move "c" to ws-cust-status-flag.
           move 0 to ws-cust-past-due-total
             ws-cust-charge-base
             ws-cust-charge
             ws-cust-worst-days
             ws-due-count
             ws-terms-days.
           move "n" to ws-due-full-warned.
      *
           move spaces to customer-master-record.
           if ar-customer-number = 0
               move "m" to ws-cust-status-flag
           else
               move ar-customer-number to cm-customer-number
               read customer-master-file
                   key is cm-customer-number
                   invalid key
                       move "m" to ws-cust-status-flag
                   not invalid key
                       perform 220-parse-terms-days
                       if cm-finance-exempt = "Y"
                           move "x" to ws-cust-status-flag
                       end-if
               end-read
           end-if.
      *
       220-parse-terms-days.
      *
      * Pull the terms days out of the free-text field as the LAST
      * contiguous run of digits; a value past a year is a
      * mis-keyed field and counts as due on receipt.
           move 0 to ws-terms-days.
           move 0 to ws-terms-run-value.
           move 0 to ws-terms-last-run.
           move "n" to ws-terms-in-run-flag.
           perform varying ws-terms-scan-idx from 1 by 1
             until ws-terms-scan-idx > 10
               move cm-customer-terms(ws-terms-scan-idx:1) to
                 ws-terms-char
               if ws-terms-char >= "0" and ws-terms-char <= "9"
                   move ws-terms-char to ws-terms-digit
                   compute ws-terms-run-value =
                     ws-terms-run-value * 10 + ws-terms-digit
                   move "y" to ws-terms-in-run-flag
               else
                   if ws-terms-in-run-flag = "y"
                       move ws-terms-run-value to ws-terms-last-run
                       move 0 to ws-terms-run-value
                       move "n" to ws-terms-in-run-flag
                   end-if
               end-if
           end-perform.
           if ws-terms-in-run-flag = "y"
               move ws-terms-run-value to ws-terms-last-run
           end-if.
           if ws-terms-last-run > 365
               move 0 to ws-terms-days
           else
               move ws-terms-last-run to ws-terms-days
           end-if.
      *
       300-close-customer.
      *
      * Nothing past due, nothing to do. Otherwise the register
      * shows why a customer was passed over, and a chargeable
      * customer gets the charge, the register lines and a notice.
           if ws-cust-past-due-total not > 0
               continue
           else
               evaluate ws-cust-status-flag
                   when "x"
                       add 1 to ws-exempt-count
                       move "EXEMPT - NOT CHARGED" to rg-remark
                       perform 310-write-customer-remark
                   when "m"
                       move "NOT ON CUSTOMER MASTER" to rg-remark
                       perform 310-write-customer-remark
                   when "a"
                       add 1 to ws-already-count
                       move "ALREADY CHARGED THIS MONTH" to rg-remark
                       perform 310-write-customer-remark
                   when other
                       perform 320-charge-customer
               end-evaluate
           end-if.
      *
       310-write-customer-remark.
      *
           move ws-customer-previous to rg-customer-number.
           move cm-customer-name to rg-customer-name.
           move spaces to rg-item-date rg-item-type.
           move 0 to rg-days-past-due rg-charge.
           move ws-cust-past-due-total to rg-open-amount.
           write register-line from ws-register-detail-line
             after advancing 1 line.
           move spaces to rg-remark.
      *
       320-charge-customer.
      *
      * A charge under finance's minimum is raised to it - but only
      * when there is ordinary past-due money to charge on at all.
           if ws-cust-charge-base > 0 and
             ws-cust-charge < fr-minimum-charge
               move fr-minimum-charge to ws-cust-charge
           end-if.
      *
           move spaces to ws-register-detail-line.
           perform 330-register-one-item
             varying due-idx from 1 by 1
             until due-idx > ws-due-count.
      *
           move spaces to ws-register-detail-line.
           move ws-customer-previous to rg-customer-number.
           move ws-cust-past-due-total to rg-open-amount.
           move ws-cust-charge to rg-charge.
           move "CUSTOMER TOTAL" to rg-remark.
           if ws-cust-charge > 0
               perform 340-hold-charge-for-posting
           end-if.
           write register-line from ws-register-detail-line
             after advancing 1 line.
           write register-line from spaces
             after advancing 1 line.
           move spaces to rg-remark.
      *
           perform 400-print-dunning-notice.
      *
       330-register-one-item.
      *
           move ws-customer-previous to rg-customer-number.
           move cm-customer-name to rg-customer-name.
           move du-item-date(due-idx) to rg-item-date.
           move du-item-type(due-idx) to rg-item-type.
           move du-days-past-due(due-idx) to rg-days-past-due.
           move du-open-amount(due-idx) to rg-open-amount.
           move du-charge(due-idx) to rg-charge.
           write register-line from ws-register-detail-line
             after advancing 1 line.
      *
       340-hold-charge-for-posting.
      *
      * Only a charge held for posting is counted and totalled - a
      * charge the table has no room for is marked on the register
      * and fails the run.
           if ws-post-count < 500
               add 1 to ws-post-count
               set pst-idx to ws-post-count
               move ws-customer-previous to
                 pt-customer-number(pst-idx)
               move ws-cust-charge to pt-charge(pst-idx)
               add 1 to ws-charged-count
               add ws-cust-charge to ws-charge-total
           else
               move "NOT POSTED - TABLE FULL" to rg-remark
               move 8 to return-code
               if ws-post-full-warned not = "y"
                   move "y" to ws-post-full-warned
                   display "A2-FinChg: charge table full - charges "
                     "dropped, the posting will be short"
               end-if
           end-if.
      *
       400-print-dunning-notice.
      *
      * The wording follows the oldest item's aging bucket - a
      * reminder inside 30 days past due, firmer at each bucket
      * after, and a collection notice past 90.
           add 1 to ws-notice-count.
           evaluate true
               when ws-cust-worst-days not > 30
                   move "REMINDER" to nh-notice-level
               when ws-cust-worst-days not > 60
                   move "SECOND NOTICE" to nh-notice-level
               when ws-cust-worst-days not > 90
                   move "FINAL NOTICE" to nh-notice-level
               when other
                   move "COLLECTION NOTICE" to nh-notice-level
           end-evaluate.
           move ws-run-date to nh-run-date.
           write notice-line from ws-notice-heading
             after advancing page.
      *
           move ws-customer-previous to nc-customer-number.
           move cm-customer-name to nc-customer-name.
           write notice-line from ws-notice-customer-line
             after advancing 2 lines.
           move cm-customer-address to na-customer-address.
           write notice-line from ws-notice-address-line
             after advancing 1 line.
           move cm-customer-terms to nt-customer-terms.
           write notice-line from ws-notice-terms-line
             after advancing 1 line.
      *
           perform 410-write-notice-wording.
      *
           write notice-line from ws-notice-column-heading
             after advancing 2 lines.
           perform 420-notice-one-item
             varying due-idx from 1 by 1
             until due-idx > ws-due-count.
      *
           move "PAST DUE BALANCE" to nl-label.
           move ws-cust-past-due-total to nl-amount.
           write notice-line from ws-notice-total-line
             after advancing 2 lines.
           move "FINANCE CHARGE ASSESSED THIS MONTH" to nl-label.
           move ws-cust-charge to nl-amount.
           write notice-line from ws-notice-total-line
             after advancing 1 line.
           compute ws-cust-total-due =
             ws-cust-past-due-total + ws-cust-charge.
           move "TOTAL NOW DUE" to nl-label.
           move ws-cust-total-due to nl-amount.
           write notice-line from ws-notice-total-line
             after advancing 1 line.
      *
       410-write-notice-wording.
      *
           evaluate true
               when ws-cust-worst-days not > 30
                   move "Our records show the items below are past due."
                     to nw-line-1
                   move "If you have already sent payment, thank you -"
                     to nw-line-2
                   move "please disregard this reminder."
                     to nw-line-3
               when ws-cust-worst-days not > 60
                   move "Your account is now more than 30 days past"
                     to nw-line-1
                   move "due. Please remit the balance below promptly"
                     to nw-line-2
                   move "to avoid further finance charges."
                     to nw-line-3
               when ws-cust-worst-days not > 90
                   move "Your account is more than 60 days past due."
                     to nw-line-1
                   move "Payment in full is required within 10 days,"
                     to nw-line-2
                   move "or credit on this account will be suspended."
                     to nw-line-3
               when other
                   move "Your account is more than 90 days past due"
                     to nw-line-1
                   move "and is being referred for collection. Contact"
                     to nw-line-2
                   move "our credit department now to arrange payment."
                     to nw-line-3
           end-evaluate.
           move nw-line-1 to nm-message.
           write notice-line from ws-notice-message-line
             after advancing 2 lines.
           move nw-line-2 to nm-message.
           write notice-line from ws-notice-message-line
             after advancing 1 line.
           move nw-line-3 to nm-message.
           write notice-line from ws-notice-message-line
             after advancing 1 line.
      *
       420-notice-one-item.
      *
           move du-item-date(due-idx) to nd-item-date.
           if du-item-type(due-idx) = "F"
               move "FINANCE CHARGE" to nd-description
           else
               move "INVOICE" to nd-description
           end-if.
           move du-days-past-due(due-idx) to nd-days-past-due.
           move du-open-amount(due-idx) to nd-open-amount.
           write notice-line from ws-notice-detail-line
             after advancing 1 line.
      *
       500-post-one-charge.
      *
      * Post the customer's charge as one open item keyed customer,
      * run date and type "F". A key already on file is today's
      * charge from an earlier attempt - the original amount is
      * replaced and the open amount re-derived from what was paid,
      * the same re-post rule A2-ARPost follows.
           move pt-customer-number(pst-idx) to ar-customer-number.
           move ws-run-date to ar-item-date.
           move "F" to ar-item-type.
           read ar-master-file
               key is ar-open-item-key
               invalid key
                   move pt-customer-number(pst-idx) to
                     ar-customer-number
                   move ws-run-date to ar-item-date
                   move "F" to ar-item-type
                   move pt-charge(pst-idx) to ar-original-amount
                   move 0 to ar-paid-amount
                   move pt-charge(pst-idx) to ar-open-amount
                   move ws-run-id to ar-run-id
                   write ar-open-item-record
                       invalid key
                           display "A2-FinChg: charge not posted "
                             "for customer " ar-customer-number
                       not invalid key
                           add 1 to ws-posted-count
                   end-write
               not invalid key
                   move pt-charge(pst-idx) to ar-original-amount
                   compute ar-open-amount =
                     ar-original-amount - ar-paid-amount
                   move ws-run-id to ar-run-id
                   rewrite ar-open-item-record
                       invalid key
                           display "A2-FinChg: charge not posted "
                             "for customer " ar-customer-number
                       not invalid key
                           add 1 to ws-posted-count
                   end-rewrite
           end-read.
      *
       520-withdraw-one-charge.
      *
      * Today's charge from an earlier run, for a customer this run
      * did not charge - their past-due items were paid in between.
      * The charge is cut back to whatever cash was already applied
      * to it, so it no longer sits open and still foots.
           move "n" to ws-found-flag.
           set pst-idx to 1.
           search ws-post-entry
               at end
                   continue
               when pst-idx > ws-post-count
                   continue
               when pt-customer-number(pst-idx) =
                 tc-customer-number(tdy-idx)
                   move "y" to ws-found-flag
           end-search.
           if ws-found-flag = "n"
               move tc-customer-number(tdy-idx) to ar-customer-number
               move ws-run-date to ar-item-date
               move "F" to ar-item-type
               read ar-master-file
                   key is ar-open-item-key
                   invalid key
                       continue
                   not invalid key
                       if ar-original-amount not = ar-paid-amount or
                         ar-open-amount not = 0
                           perform 530-zero-today-charge
                       end-if
               end-read
           end-if.
      *
       530-zero-today-charge.
      *
      * Cash A2-CashRcpt applied to the charge between the runs stays
      * on the item - the original becomes what was paid, so open =
      * original less paid still holds.
           move ar-paid-amount to ar-original-amount.
           move 0 to ar-open-amount.
           move ws-run-id to ar-run-id.
           rewrite ar-open-item-record
               invalid key
                   display "A2-FinChg: charge not withdrawn for "
                     "customer " ar-customer-number
               not invalid key
                   add 1 to ws-withdrawn-count
           end-rewrite.
      *
       600-write-register-totals.
      *
           move "CUSTOMERS CHARGED =" to rs-label.
           move ws-charged-count to rs-count.
           write register-line from ws-register-summary-line
             after advancing 2 lines.
           move "CHARGES POSTED =" to rs-label.
           move ws-posted-count to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "CHARGES WITHDRAWN =" to rs-label.
           move ws-withdrawn-count to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "NOTICES PRINTED =" to rs-label.
           move ws-notice-count to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "EXEMPT CUSTOMERS =" to rs-label.
           move ws-exempt-count to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "ALREADY CHARGED =" to rs-label.
           move ws-already-count to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move ws-charge-total to rs-charge-total.
           write register-line from ws-register-total-line
             after advancing 1 line.
      *
       end program A2-FinChg.
