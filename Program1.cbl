           record key is pm-item-number
           file status is ws-promo-status.
      *
      * Contract price table - one row per customer and item with a
      * negotiated price and the dates it is in effect. Checked per
      * record by 062-check-contract for the customer on the
      * record. Maintained by A2-ContractMaint.
       select contract-file
           assign to "../../../data/CONTRACT.DAT"
           organization is indexed
           access mode is random
           record key is cp-contract-key
           file status is ws-contract-status.
      *
      * Credit-hold file - a sale that would push its customer past
      * the credit limit is diverted here instead of being priced,
      * carrying the full input record the way the reject file
           access mode is dynamic
           record key is ar-open-item-key
           file status is ws-ar-master-status.
      *
      * Backorder file - the short quantity of a sale for more than
      * is on hand, kept as an open backorder for the customer
      * instead of vanishing with the on-hand exception line.
      * Filled oldest first by A2-Receiving as stock comes in, and
      * aged by A2-BackOrd.
       select backorder-file
           assign to "../../../data/BACKORDR.DAT"
           organization is indexed
           access mode is dynamic
           record key is bo-backorder-key
           alternate record key is bo-customer-number
             with duplicates
           file status is ws-backorder-status.
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
      * "P" marks a promotional sale - the record billed at the
      * PROMO.DAT price rather than the extract or master price. An
      * audit row from before the field existed reads in blank.
      * "C" marks a contract-priced sale - billed at the customer's
      * CONTRACT.DAT price.
         05 filler                      pic x(1)  value space.
         05 al-promo-flag               pic x(1).
      *
      * who the item is bought from and the standing quantity to
      * order, read by A2-PurchGen when it turns the reorder sweep
      * into suggested purchase orders grouped by supplier.
      * im-unit-cost/im-product-class carry the costing side: what
      * one unit costs the shop and the class it is valued under,
      * read by A2-Margin and A2-InvValue. Not used in pricing.
       01 item-master-record.
         05 im-item-number              pic 9(4).
         05 im-product-description      pic x(13).
         05 im-reorder-point            pic 9(5).
         05 im-supplier-number          pic 9(4).
         05 im-order-qty                pic 9(5).
         05 im-unit-cost                pic 9(4)V99.
         05 im-product-class            pic x(1).
      *
      * Customer master declaration - keyed by customer number so
      * each input record's customer can be checked against the
         05 cm-customer-address         pic x(35).
         05 cm-customer-terms           pic x(10).
         05 cm-credit-limit             pic 9(7)V99.
         05 cm-finance-exempt           pic x(1).
      *
      * Processed-batch registry declaration - must stay in step
      * with the layout A2-BatchReg reports, field for field. A
         05 pm-from-date                pic x(8).
         05 pm-to-date                  pic x(8).
      *
      * Contract declaration - a negotiated price and the from/to
      * dates it applies, keyed by customer then item. Must stay
      * in step with the contract-record layout A2-ContractMaint
      * maintains, field for field.
       fd contract-file.
      *
       01 contract-record.
         05 cp-contract-key.
           10 cp-customer-number        pic 9(5).
           10 cp-item-number            pic 9(4).
         05 cp-contract-price           pic 9(4)V99.
         05 cp-from-date                pic x(8).
         05 cp-to-date                  pic x(8).
      *
      * Credit-hold declaration - the full input record plus the
      * limit and open balance the hold was decided against, so the
      * credit desk sees the whole picture without another lookup.
         05 ar-open-item-key.
           10 ar-customer-number        pic 9(5).
           10 ar-item-date              pic x(8).
           10 ar-item-type              pic x(1).
         05 ar-original-amount          pic S9(8)V99.
         05 ar-paid-amount              pic S9(8)V99.
         05 ar-open-amount              pic S9(8)V99.
         05 ar-run-id                   pic x(6).
      *
      * Backorder declaration - must stay in step with the layout
      * A2-Receiving fills and A2-BackOrd reports, field for field.
      * The key runs item, order date, the run's timestamp and the
      * record's place in the run, so a sweep of one item's
      * backorders reads them oldest first and a supplemental run
      * against the same day cannot collide with the main run.
      * bo-status "O" = open, "F" = filled.
       fd backorder-file.
      *
       01 backorder-record.
         05 bo-backorder-key.
           10 bo-item-number            pic 9(4).
           10 bo-order-date             pic x(8).
           10 bo-order-stamp            pic x(16).
           10 bo-sequence               pic 9(7).
         05 bo-customer-number          pic 9(5).
         05 bo-run-id                   pic x(6).
         05 bo-branch-code              pic x(2).
         05 bo-original-qty             pic 9(5).
         05 bo-owed-qty                 pic 9(5).
         05 bo-status                   pic x(1).
         05 bo-last-release-date        pic x(8).
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
       01 ws-report-heading.
         05 filler pic x(109) value spaces.
         05 ws-promo-out               pic x     value space.
         05 ws-promo-base-price        pic 9(4)V99 value 0.
      *
      * Contract lookup work - optional file, the same convention
      * as the promotion table.
       01 ws-contract-work.
         05 ws-contract-status         pic x(2)  value "00".
         05 ws-contract-available      pic x     value "n".
      *
      * Promo-effectiveness accumulators - sales only, so the
      * summary reads as what the promotion sold, not net of the
      * credits that came back.
         05 filler                     pic x(17)
                                   value " EXCEEDS ON-HAND ".
         05 oe-on-hand-qty             pic 9(5).
         05 filler                     pic x(11) value " BACKORDER ".
         05 oe-backorder-qty           pic 9(5).
      *
      * Backorder file is optional the same way as the masters -
      * created on first use, and an oversell with no file to write
      * to still prints its exception line.
       01 ws-backorder-work.
         05 ws-backorder-status        pic x(2)  value "00".
         05 ws-backorder-available     pic x     value "n".
         05 ws-backorder-qty           pic 9(5)  value 0.
         05 ws-backorder-count         pic 9(5)  value 0.
      *
       01 ws-backorder-summary-line.
         05 filler                     pic x(22)
                                   value "BACKORDERS WRITTEN =  ".
         05 bs-backorder-count         pic ZZZZ9.
      *
       01 ws-cust-master-work.
         05 ws-cust-master-status      pic x(2)  value "00".
             ws-system-time delimited by size
             into ws-run-timestamp.
           perform 005-set-run-context.
           perform 009-check-period-open.
           if ws-period-closed-flag = "y"
               display "A2-ItemList: period " ws-run-date(1:6)
                 " is closed - nothing posted"
               move 8 to return-code
               goback
           end-if.
      *
      * Load the discount/transport rate table and the jurisdiction
      * tax table before any pricing is done.
           if ws-promo-status = "00"
               move "y" to ws-promo-available
           end-if.
      *
      * Contract table is optional the same way - without it every
      * customer bills at the ordinary or promotional price.
           open input contract-file.
           if ws-contract-status = "00"
               move "y" to ws-contract-available
           end-if.
      *
      * Backorder file is opened for update and created on first
      * use, the way A2-ItemMaint creates the item master.
           open i-o backorder-file.
           if ws-backorder-status = "35"
               open output backorder-file
               close backorder-file
               open i-o backorder-file
           end-if.
           if ws-backorder-status = "00"
               move "y" to ws-backorder-available
           end-if.
           if ws-resuming-flag = "y" or ws-run-mode = "SUP"
      * Resuming a checkpointed run, or a supplemental run against
      * a day already reported - append rather than overwrite what
           move ws-credit-hold-count to hs-hold-count.
           write output-line from ws-hold-summary-line
             after advancing 1 line.
      * And the backorders the day's oversells left owing.
           move ws-backorder-count to bs-backorder-count.
           write output-line from ws-backorder-summary-line
             after advancing 1 line.
      *
      * Sweep the item master for everything at or below its reorder
      * point now that the day's sales and returns are posted.
             customer-master-file
             ar-master-file
             promo-file
             contract-file
             batch-registry-file
             backorder-file.
      *
           goback.
       020-release-branch-inputs.
               move "n" to ws-ar-scan-eof-flag
               move il-customer-number to ar-customer-number
               move low-values to ar-item-date
               move low-values to ar-item-type
               start ar-master-file
                   key is not less than ar-open-item-key
                   invalid key
                       end-if
               end-read
           end-if.
      *
       062-check-contract.
      *
      * Look the customer and item up on the contract table and,
      * when the run date falls inside the contract window, bill at
      * the contract price and mark the record "C". A promotion
      * already applied by 064-check-promotion keeps the record
      * only when its price is lower than the contract's. Customer
      * 00000 has no contract and is not looked up.
           if ws-contract-available = "y" and
             il-customer-number not = 0
               move il-customer-number to cp-customer-number
               move il-item-number to cp-item-number
               read contract-file
                   key is cp-contract-key
                   invalid key
                       continue
                   not invalid key
                       if ws-run-date not < cp-from-date and
                         ws-run-date not > cp-to-date
                           if ws-promo-active-flag = "y" and
                             il-price-per-unit < cp-contract-price
                               continue
                           else
                               move "n" to ws-promo-active-flag
                               move "C" to ws-promo-out
                               move cp-contract-price to
                                 il-price-per-unit
                           end-if
                       end-if
               end-read
           end-if.
      *
       066-apply-master-price.
      *
      * read. A sale for more than is on hand is reported as an
      * exception and posts the balance to zero rather than letting
      * an unsigned quantity wrap - the exception line is how
      * purchasing hears about the oversell the same day. The
      * quantity the shelf could not cover is kept as a backorder
      * for the customer, filled when A2-Receiving posts stock.
           if ws-item-master-available = "y" and
             ws-item-master-status = "00"
               if il-transaction-type = "R"
                   add il-quantity to im-on-hand-qty
               else
                   if il-quantity > im-on-hand-qty
                       compute ws-backorder-qty =
                         il-quantity - im-on-hand-qty
                       move il-item-number to oe-item-number
                       move il-quantity to oe-quantity
                       move im-on-hand-qty to oe-on-hand-qty
                       move ws-backorder-qty to oe-backorder-qty
                       write reorder-line from
                         ws-onhand-exception-line
                         after advancing 1 line
                       perform 063-write-backorder
                       move 0 to im-on-hand-qty
                   else
                       subtract il-quantity from im-on-hand-qty
                       continue
               end-rewrite
           end-if.
      *
       063-write-backorder.
      *
      * Open a backorder for the short quantity. The record's
      * place in the sorted run keeps the key unique within the
      * run, and the run timestamp keeps it unique across a
      * supplemental run against the same day.
           if ws-backorder-available = "y"
               move spaces to backorder-record
               move il-item-number to bo-item-number
               move ws-run-date to bo-order-date
               move ws-run-timestamp to bo-order-stamp
               move ws-records-read to bo-sequence
               move il-customer-number to bo-customer-number
               move ws-run-id to bo-run-id
               move il-branch-code to bo-branch-code
               move ws-backorder-qty to bo-original-qty
               move ws-backorder-qty to bo-owed-qty
               move "O" to bo-status
               write backorder-record
                   invalid key
                       display "A2-ItemList: backorder not written "
                         "for item " il-item-number
                   not invalid key
                       add 1 to ws-backorder-count
               end-write
           end-if.
      *
       070-price-and-report.
      *
      * deliberate sale price, master-priced run or not.
           perform 064-check-promotion.

      * A contract price in effect for the record's customer
      * overrides both - unless a promotion is running that is
      * cheaper still, which the customer gets instead.
           perform 062-check-contract.

      * Post the priced quantity against the on-hand balance while
      * the master record 065 read is still current.
           perform 068-post-on-hand.
             function trim(ws-run-id) delimited by size
             ".dat" delimited by size
             into ws-checkpoint-filename.
      *
       009-check-period-open.
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
       006-load-branch-inputs.
      *
