       identification division.
       program-id. A2-Margin.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Gross margin report over the day's audit file.
      *  Costs every audit row at the item's im-unit-cost from
      *  ITEMMSTR.DAT and prints revenue net of discount, cost of
      *  goods and gross margin by item, by product class and by
      *  customer. A return reverses its margin - the audit row
      *  already carries its revenue negative, and its cost is
      *  reversed to match. Promotional sales (al-promo-flag "P")
      *  are broken out in their own section and on their own
      *  summary line, so merchandising can see what a promotion
      *  earned, not just what it sold. A row whose item has no
      *  cost on the master is costed at zero and counted, so an
      *  overstated margin says so on the report.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads, so both programs agree on which day's audit file is
      * being costed.
       select run-control-file
           assign to "../../../data/A2-RUNCTL.dat"
           organization is line sequential
           file status is ws-runctl-status.
      *
       select audit-file
           assign to ws-audit-filename
           organization is line sequential
           file status is ws-audit-status.
      *
       select item-master-file
           assign to "../../../data/ITEMMSTR.DAT"
           organization is indexed
           access mode is random
           record key is im-item-number
           file status is ws-item-master-status.
      *
       select customer-master-file
           assign to "../../../data/CUSTMSTR.DAT"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cust-master-status.
      *
       select margin-report-file
           assign to ws-report-filename
           organization is line sequential.
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
      * Audit declaration - must stay in step with the audit-line
      * layout A2-ItemList writes, field for field.
       fd audit-file
           data record is audit-line
           record contains 112 characters.
      *
       01 audit-line.
         05 al-run-id                   pic x(6).
         05 filler                      pic x(1).
         05 al-run-timestamp            pic x(16).
         05 filler                      pic x(1).
         05 al-item-number              pic 9(4).
         05 filler                      pic x(1).
         05 al-product-class            pic x(1).
         05 filler                      pic x(1).
         05 al-quantity                 pic 9(3).
         05 filler                      pic x(1).
         05 al-price-per-unit           pic 9(4)V99.
         05 filler                      pic x(1).
         05 al-extended-price           pic S9(7)V99
                                    sign is trailing separate character.
         05 filler                      pic x(1).
         05 al-discount-amount          pic S9(7)V99
                                    sign is trailing separate character.
         05 filler                      pic x(1).
         05 al-net-price                pic S9(7)V99
                                    sign is trailing separate character.
         05 filler                      pic x(1).
         05 al-transport-charge         pic S9(7)V99
                                    sign is trailing separate character.
         05 filler                      pic x(1).
         05 al-transaction-type         pic x(1).
         05 filler                      pic x(1).
         05 al-customer-number          pic 9(5).
         05 filler                      pic x(1).
         05 al-branch-code              pic x(2).
         05 filler                      pic x(1).
         05 al-jurisdiction             pic x(2).
         05 filler                      pic x(1).
         05 al-tax-amount               pic S9(7)V99
                                    sign is trailing separate character.
         05 filler                      pic x(1).
         05 al-promo-flag               pic x(1).
      *
      * Item master declaration - must stay in step with the
      * item-master-record layout A2-ItemMaint maintains, field for
      * field.
       fd item-master-file.
      *
       01 item-master-record.
         05 im-item-number              pic 9(4).
         05 im-product-description      pic x(13).
         05 im-price-per-unit           pic 9(4)V99.
         05 im-on-hand-qty              pic 9(5).
         05 im-reorder-point            pic 9(5).
         05 im-supplier-number          pic 9(4).
         05 im-order-qty                pic 9(5).
         05 im-unit-cost                pic 9(4)V99.
         05 im-product-class            pic x(1).
      *
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
       fd margin-report-file
           data record is margin-line
           record contains 132 characters.
       01 margin-line                   pic x(132).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-audit-eof-flag          pic x     value "n".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
      *
       01 ws-file-work.
         05 ws-audit-filename           pic x(60) value spaces.
         05 ws-report-filename          pic x(60) value spaces.
         05 ws-audit-status             pic x(2)  value "00".
      *
      * The customer master is optional - without it the customer
      * section prints numbers only. The item master is not: with
      * no costs there is no margin to report.
       01 ws-master-work.
         05 ws-item-master-status      pic x(2)  value "00".
         05 ws-cust-master-status      pic x(2)  value "00".
         05 ws-cust-master-available   pic x     value "n".
      *
      * The current row, costed - signed so a return carries its
      * cost and units through as negatives the way the audit row
      * carries its revenue.
       01 ws-row-work.
         05 ws-row-units               pic S9(5)     value 0.
         05 ws-row-revenue             pic S9(9)V99  value 0.
         05 ws-row-cost                pic S9(9)V99  value 0.
         05 ws-row-no-cost-flag        pic x         value "n".
         05 ws-row-description         pic x(25)     value spaces.
         05 ws-no-cost-row-count       pic 9(5)      value 0.
      *
      * Margin tables - one slot per item, class, customer and
      * promoted item actually seen on the audit rows, found or
      * added by linear search (the same table pattern A2-Rollup
      * uses). A row past a table's capacity is left out of that
      * section only, and the first overflow says so.
       01 ws-item-margin-table.
         05 ws-item-margin-count       pic 9(3)  value 0.
         05 ws-item-margin occurs 500 times indexed by itm-idx.
           10 mi-item-number           pic 9(4).
           10 mi-description           pic x(25).
           10 mi-units                 pic S9(7).
           10 mi-revenue               pic S9(9)V99.
           10 mi-cost                  pic S9(9)V99.
           10 mi-no-cost-flag          pic x.
      *
       01 ws-class-margin-table.
         05 ws-class-margin-count      pic 9(2)  value 0.
         05 ws-class-margin occurs 20 times indexed by cls-idx.
           10 mc-product-class         pic x(1).
           10 mc-units                 pic S9(7).
           10 mc-revenue               pic S9(9)V99.
           10 mc-cost                  pic S9(9)V99.
      *
       01 ws-cust-margin-table.
         05 ws-cust-margin-count       pic 9(3)  value 0.
         05 ws-cust-margin occurs 500 times indexed by cus-idx.
           10 mu-customer-number       pic 9(5).
           10 mu-customer-name         pic x(25).
           10 mu-units                 pic S9(7).
           10 mu-revenue               pic S9(9)V99.
           10 mu-cost                  pic S9(9)V99.
      *
       01 ws-promo-margin-table.
         05 ws-promo-margin-count      pic 9(3)  value 0.
         05 ws-promo-margin occurs 200 times indexed by prm-idx.
           10 mp-item-number           pic 9(4).
           10 mp-description           pic x(25).
           10 mp-units                 pic S9(7).
           10 mp-revenue               pic S9(9)V99.
           10 mp-cost                  pic S9(9)V99.
      *
       01 ws-search-work.
         05 ws-found-flag              pic x     value "n".
         05 ws-found-idx               pic 9(3)  value 0.
         05 ws-table-full-warned       pic x     value "n".
      *
      * Day totals split the way the summary prints them - regular
      * sales, promotional sales and returns, which sum to the day.
       01 ws-day-totals.
         05 ws-regular-units           pic S9(7)     value 0.
         05 ws-regular-revenue         pic S9(9)V99  value 0.
         05 ws-regular-cost            pic S9(9)V99  value 0.
         05 ws-promo-units             pic S9(7)     value 0.
         05 ws-promo-revenue           pic S9(9)V99  value 0.
         05 ws-promo-cost              pic S9(9)V99  value 0.
         05 ws-returns-units           pic S9(7)     value 0.
         05 ws-returns-revenue         pic S9(9)V99  value 0.
         05 ws-returns-cost            pic S9(9)V99  value 0.
         05 ws-day-units               pic S9(7)     value 0.
         05 ws-day-revenue             pic S9(9)V99  value 0.
         05 ws-day-cost                pic S9(9)V99  value 0.
      *
      * Print-line work - every section prints through the one
      * detail line, so the margin and percentage are worked here.
       01 ws-line-work.
         05 ws-line-units              pic S9(7)     value 0.
         05 ws-line-revenue            pic S9(9)V99  value 0.
         05 ws-line-cost               pic S9(9)V99  value 0.
         05 ws-line-margin             pic S9(9)V99  value 0.
         05 ws-line-margin-pct         pic S9(5)V9   value 0.
      *
       01 ws-margin-heading.
         05 filler                     pic x(24)
              value "A2 Gross Margin Report  ".
         05 mh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 mh-run-id                  pic x(6).
      *
       01 ws-section-heading-line.
         05 sh-section-title           pic x(40).
      *
       01 ws-column-heading.
         05 filler                     pic x(5)  value "Key".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(25) value "Description".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(5)  value "Units".
         05 filler                     pic x(9)  value spaces.
         05 filler                     pic x(7)  value "Revenue".
         05 filler                     pic x(8)  value spaces.
         05 filler                     pic x(13) value "Cost of Goods".
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(12) value "Gross Margin".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(8)  value "Margin %".
      *
       01 ws-margin-detail-line.
         05 md-key                     pic x(5).
         05 filler                     pic x(2)  value spaces.
         05 md-description             pic x(25).
         05 filler                     pic x(2)  value spaces.
         05 md-units                   pic -ZZZZZZ9.
         05 filler                     pic x(2)  value spaces.
         05 md-revenue                 pic $$$,$$$,$$9.99-.
         05 filler                     pic x(2)  value spaces.
         05 md-cost                    pic $$$,$$$,$$9.99-.
         05 filler                     pic x(2)  value spaces.
         05 md-margin                  pic $$$,$$$,$$9.99-.
         05 filler                     pic x(2)  value spaces.
         05 md-margin-pct              pic -ZZZZ9.9.
         05 filler                     pic x(2)  value spaces.
         05 md-remark                  pic x(7).
      *
       01 ws-no-cost-summary-line.
         05 filler                     pic x(27)
                                   value "ROWS WITH NO UNIT COST =   ".
         05 ns-no-cost-row-count       pic ZZZZ9.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
      *
           open input audit-file.
           if ws-audit-status not = "00"
               display "A2-Margin: no audit file for " ws-run-date
                 " " ws-run-id
               goback
           end-if.
      *
           open input item-master-file.
           if ws-item-master-status not = "00"
               display "A2-Margin: no item master to cost against"
               close audit-file
               goback
           end-if.
      *
           open input customer-master-file.
           if ws-cust-master-status = "00"
               move "y" to ws-cust-master-available
           end-if.
      *
           read audit-file
               at end
                   move "y" to ws-audit-eof-flag
           end-read.
           perform 100-cost-one-audit-row
             until ws-audit-eof-flag = "y".
      *
           open output margin-report-file.
           move ws-run-date to mh-run-date.
           move ws-run-id to mh-run-id.
           write margin-line from ws-margin-heading
             after advancing 1 line.
      *
           perform 500-write-item-section.
           perform 510-write-class-section.
           perform 520-write-customer-section.
           perform 530-write-promo-section.
           perform 540-write-day-summary.
      *
           close audit-file
             item-master-file
             margin-report-file.
           if ws-cust-master-available = "y"
               close customer-master-file
           end-if.
      *
           goback.
      *
       005-set-run-context.
      *
      * Establish the run date/run-id from the same run-control file
      * A2-ItemList reads, and build the day's audit file name the
      * way 005-set-run-context builds it there.
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
           move spaces to ws-audit-filename.
           string "..\..\..\data\A2-ItemList-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".aud" delimited by size
             into ws-audit-filename.
      *
           move spaces to ws-report-filename.
           string "..\..\..\data\A2-Margin-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-report-filename.
      *
       100-cost-one-audit-row.
      *
      * Revenue is the row's net price - after the discount, before
      * transport and tax, which are pass-through charges and not
      * the shop's to earn on. Cost is the quantity at the master's
      * unit cost, reversed for a return the way the net price
      * already is.
           move al-net-price to ws-row-revenue.
           move al-quantity to ws-row-units.
           move "n" to ws-row-no-cost-flag.
           move spaces to ws-row-description.
           move al-item-number to im-item-number.
           read item-master-file
               key is im-item-number
               invalid key
                   move "y" to ws-row-no-cost-flag
                   move "NOT ON MASTER" to ws-row-description
                   move 0 to ws-row-cost
               not invalid key
                   move im-product-description to ws-row-description
                   multiply al-quantity by im-unit-cost
                     giving ws-row-cost
                   if im-unit-cost = 0
                       move "y" to ws-row-no-cost-flag
                   end-if
           end-read.
           if ws-row-no-cost-flag = "y"
               add 1 to ws-no-cost-row-count
           end-if.
      *
           if al-transaction-type = "R"
               multiply ws-row-cost by -1 giving ws-row-cost
               multiply ws-row-units by -1 giving ws-row-units
               add ws-row-units to ws-returns-units
               add ws-row-revenue to ws-returns-revenue
               add ws-row-cost to ws-returns-cost
           else
               if al-promo-flag = "P"
                   add ws-row-units to ws-promo-units
                   add ws-row-revenue to ws-promo-revenue
                   add ws-row-cost to ws-promo-cost
               else
                   add ws-row-units to ws-regular-units
                   add ws-row-revenue to ws-regular-revenue
                   add ws-row-cost to ws-regular-cost
               end-if
           end-if.
           add ws-row-units to ws-day-units.
           add ws-row-revenue to ws-day-revenue.
           add ws-row-cost to ws-day-cost.
      *
           perform 200-fold-item.
           perform 210-fold-class.
           perform 220-fold-customer.
      * A promotional return credits back at the promo price, so it
      * reverses inside the promotion's own section too.
           if al-promo-flag = "P"
               perform 230-fold-promo-item
           end-if.
      *
           read audit-file
               at end
                   move "y" to ws-audit-eof-flag
           end-read.
      *
       200-fold-item.
      *
           move "n" to ws-found-flag.
           perform varying itm-idx from 1 by 1
             until itm-idx > ws-item-margin-count
               if mi-item-number(itm-idx) = al-item-number
                   move "y" to ws-found-flag
                   move itm-idx to ws-found-idx
               end-if
           end-perform.
      *
           if ws-found-flag = "n"
               if ws-item-margin-count < 500
                   add 1 to ws-item-margin-count
                   move ws-item-margin-count to ws-found-idx
                   move "y" to ws-found-flag
                   move al-item-number to mi-item-number(ws-found-idx)
                   move ws-row-description to
                     mi-description(ws-found-idx)
                   move 0 to mi-units(ws-found-idx)
                     mi-revenue(ws-found-idx)
                     mi-cost(ws-found-idx)
                   move "n" to mi-no-cost-flag(ws-found-idx)
               else
                   perform 290-warn-table-full
               end-if
           end-if.
      *
           if ws-found-flag = "y"
               add ws-row-units to mi-units(ws-found-idx)
               add ws-row-revenue to mi-revenue(ws-found-idx)
               add ws-row-cost to mi-cost(ws-found-idx)
               if ws-row-no-cost-flag = "y"
                   move "y" to mi-no-cost-flag(ws-found-idx)
               end-if
           end-if.
      *
       210-fold-class.
      *
           move "n" to ws-found-flag.
           perform varying cls-idx from 1 by 1
             until cls-idx > ws-class-margin-count
               if mc-product-class(cls-idx) = al-product-class
                   move "y" to ws-found-flag
                   move cls-idx to ws-found-idx
               end-if
           end-perform.
      *
           if ws-found-flag = "n"
               if ws-class-margin-count < 20
                   add 1 to ws-class-margin-count
                   move ws-class-margin-count to ws-found-idx
                   move "y" to ws-found-flag
                   move al-product-class to
                     mc-product-class(ws-found-idx)
                   move 0 to mc-units(ws-found-idx)
                     mc-revenue(ws-found-idx)
                     mc-cost(ws-found-idx)
               else
                   perform 290-warn-table-full
               end-if
           end-if.
      *
           if ws-found-flag = "y"
               add ws-row-units to mc-units(ws-found-idx)
               add ws-row-revenue to mc-revenue(ws-found-idx)
               add ws-row-cost to mc-cost(ws-found-idx)
           end-if.
      *
       220-fold-customer.
      *
           move "n" to ws-found-flag.
           perform varying cus-idx from 1 by 1
             until cus-idx > ws-cust-margin-count
               if mu-customer-number(cus-idx) = al-customer-number
                   move "y" to ws-found-flag
                   move cus-idx to ws-found-idx
               end-if
           end-perform.
      *
           if ws-found-flag = "n"
               if ws-cust-margin-count < 500
                   add 1 to ws-cust-margin-count
                   move ws-cust-margin-count to ws-found-idx
                   move "y" to ws-found-flag
                   move al-customer-number to
                     mu-customer-number(ws-found-idx)
                   perform 225-get-customer-name
                   move 0 to mu-units(ws-found-idx)
                     mu-revenue(ws-found-idx)
                     mu-cost(ws-found-idx)
               else
                   perform 290-warn-table-full
               end-if
           end-if.
      *
           if ws-found-flag = "y"
               add ws-row-units to mu-units(ws-found-idx)
               add ws-row-revenue to mu-revenue(ws-found-idx)
               add ws-row-cost to mu-cost(ws-found-idx)
           end-if.
      *
       225-get-customer-name.
      *
           move spaces to mu-customer-name(ws-found-idx).
           if al-customer-number = 0
               move "NO CUSTOMER ON RECORD" to
                 mu-customer-name(ws-found-idx)
           else
               if ws-cust-master-available = "y"
                   move al-customer-number to cm-customer-number
                   read customer-master-file
                       key is cm-customer-number
                       invalid key
                           move "NOT ON CUSTOMER MASTER" to
                             mu-customer-name(ws-found-idx)
                       not invalid key
                           move cm-customer-name to
                             mu-customer-name(ws-found-idx)
                   end-read
               end-if
           end-if.
      *
       230-fold-promo-item.
      *
           move "n" to ws-found-flag.
           perform varying prm-idx from 1 by 1
             until prm-idx > ws-promo-margin-count
               if mp-item-number(prm-idx) = al-item-number
                   move "y" to ws-found-flag
                   move prm-idx to ws-found-idx
               end-if
           end-perform.
      *
           if ws-found-flag = "n"
               if ws-promo-margin-count < 200
                   add 1 to ws-promo-margin-count
                   move ws-promo-margin-count to ws-found-idx
                   move "y" to ws-found-flag
                   move al-item-number to mp-item-number(ws-found-idx)
                   move ws-row-description to
                     mp-description(ws-found-idx)
                   move 0 to mp-units(ws-found-idx)
                     mp-revenue(ws-found-idx)
                     mp-cost(ws-found-idx)
               else
                   perform 290-warn-table-full
               end-if
           end-if.
      *
           if ws-found-flag = "y"
               add ws-row-units to mp-units(ws-found-idx)
               add ws-row-revenue to mp-revenue(ws-found-idx)
               add ws-row-cost to mp-cost(ws-found-idx)
           end-if.
      *
       290-warn-table-full.
      *
           if ws-table-full-warned not = "y"
               move "y" to ws-table-full-warned
               display "A2-Margin: margin table full - rows left "
                 "out of a section, day summary is still whole"
           end-if.
      *
       500-write-item-section.
      *
           move "MARGIN BY ITEM" to sh-section-title.
           perform 590-write-section-headings.
           perform varying itm-idx from 1 by 1
             until itm-idx > ws-item-margin-count
               move spaces to ws-margin-detail-line
               move mi-item-number(itm-idx) to md-key
               move mi-description(itm-idx) to md-description
               move mi-units(itm-idx) to ws-line-units
               move mi-revenue(itm-idx) to ws-line-revenue
               move mi-cost(itm-idx) to ws-line-cost
               if mi-no-cost-flag(itm-idx) = "y"
                   move "NO COST" to md-remark
               end-if
               perform 595-write-margin-line
           end-perform.
      *
       510-write-class-section.
      *
           move "MARGIN BY PRODUCT CLASS" to sh-section-title.
           perform 590-write-section-headings.
           perform varying cls-idx from 1 by 1
             until cls-idx > ws-class-margin-count
               move spaces to ws-margin-detail-line
               move mc-product-class(cls-idx) to md-key
               move "CLASS" to md-description
               move mc-units(cls-idx) to ws-line-units
               move mc-revenue(cls-idx) to ws-line-revenue
               move mc-cost(cls-idx) to ws-line-cost
               perform 595-write-margin-line
           end-perform.
      *
       520-write-customer-section.
      *
           move "MARGIN BY CUSTOMER" to sh-section-title.
           perform 590-write-section-headings.
           perform varying cus-idx from 1 by 1
             until cus-idx > ws-cust-margin-count
               move spaces to ws-margin-detail-line
               move mu-customer-number(cus-idx) to md-key
               move mu-customer-name(cus-idx) to md-description
               move mu-units(cus-idx) to ws-line-units
               move mu-revenue(cus-idx) to ws-line-revenue
               move mu-cost(cus-idx) to ws-line-cost
               perform 595-write-margin-line
           end-perform.
      *
       530-write-promo-section.
      *
           move "PROMOTIONAL SALES BY ITEM" to sh-section-title.
           perform 590-write-section-headings.
           perform varying prm-idx from 1 by 1
             until prm-idx > ws-promo-margin-count
               move spaces to ws-margin-detail-line
               move mp-item-number(prm-idx) to md-key
               move mp-description(prm-idx) to md-description
               move mp-units(prm-idx) to ws-line-units
               move mp-revenue(prm-idx) to ws-line-revenue
               move mp-cost(prm-idx) to ws-line-cost
               perform 595-write-margin-line
           end-perform.
      *
       540-write-day-summary.
      *
           move "DAY SUMMARY" to sh-section-title.
           perform 590-write-section-headings.
      *
           move spaces to ws-margin-detail-line.
           move "REGULAR SALES" to md-description.
           move ws-regular-units to ws-line-units.
           move ws-regular-revenue to ws-line-revenue.
           move ws-regular-cost to ws-line-cost.
           perform 595-write-margin-line.
      *
           move spaces to ws-margin-detail-line.
           move "PROMOTIONAL SALES" to md-description.
           move ws-promo-units to ws-line-units.
           move ws-promo-revenue to ws-line-revenue.
           move ws-promo-cost to ws-line-cost.
           perform 595-write-margin-line.
      *
           move spaces to ws-margin-detail-line.
           move "RETURNS" to md-description.
           move ws-returns-units to ws-line-units.
           move ws-returns-revenue to ws-line-revenue.
           move ws-returns-cost to ws-line-cost.
           perform 595-write-margin-line.
      *
           move spaces to ws-margin-detail-line.
           move "DAY TOTAL" to md-description.
           move ws-day-units to ws-line-units.
           move ws-day-revenue to ws-line-revenue.
           move ws-day-cost to ws-line-cost.
           perform 595-write-margin-line.
      *
           move ws-no-cost-row-count to ns-no-cost-row-count.
           write margin-line from ws-no-cost-summary-line
             after advancing 2 lines.
      *
       590-write-section-headings.
      *
           write margin-line from ws-section-heading-line
             after advancing 3 lines.
           write margin-line from ws-column-heading
             after advancing 1 line.
           write margin-line from spaces
             after advancing 1 line.
      *
       595-write-margin-line.
      *
      * Margin is revenue less cost of goods; the percentage is of
      * revenue, left at zero where there was no revenue to take it
      * of.
           compute ws-line-margin = ws-line-revenue - ws-line-cost.
           move 0 to ws-line-margin-pct.
           if ws-line-revenue not = 0
               compute ws-line-margin-pct rounded =
                 ws-line-margin * 100 / ws-line-revenue
                   on size error
                       move 0 to ws-line-margin-pct
               end-compute
           end-if.
      *
           move ws-line-units to md-units.
           move ws-line-revenue to md-revenue.
           move ws-line-cost to md-cost.
           move ws-line-margin to md-margin.
           move ws-line-margin-pct to md-margin-pct.
           write margin-line from ws-margin-detail-line
             after advancing 1 line.
      *
       end program A2-Margin.
