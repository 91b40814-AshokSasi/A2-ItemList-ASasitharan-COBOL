       identification division.
       program-id. A2-SalesRpt.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Item sales velocity, ABC and slow-mover report
      *  over the sales history SALESHST.DAT that A2-SalesHist and
      *  A2-SalesLoad build. For every item on ITEMMSTR.DAT it sums
      *  the trailing 12 months ending with the run date's month -
      *  units sold, units returned, net units, the monthly average
      *  and net revenue - and ranks the items by that revenue into
      *  A (the items making the first 80% of revenue), B (the next
      *  15%) and C (the rest, and anything that earned nothing).
      *  Beside each item's current im-reorder-point it prints a
      *  suggested one from actual demand: the average daily net
      *  units over the year times the supplier lead time plus a
      *  week of safety stock. A second section lists the stock on
      *  hand that has not sold in 90 days (SLOW) or 180 days or
      *  ever (DEAD), with its value at cost, so purchasing can
      *  revisit the reorder points and order quantities that were
      *  set once and never looked at again.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads; the run date is the report's as-of date.
       select run-control-file
           assign to "../../../data/A2-RUNCTL.dat"
           organization is line sequential
           file status is ws-runctl-status.
      *
       select item-master-file
           assign to "../../../data/ITEMMSTR.DAT"
           organization is indexed
           access mode is dynamic
           record key is im-item-number
           file status is ws-item-master-status.
      *
       select sales-history-file
           assign to "../../../data/SALESHST.DAT"
           organization is indexed
           access mode is dynamic
           record key is sh-history-key
           file status is ws-history-status.
      *
      * Work file the items are sorted into revenue order by, so
      * the ABC ranking can be read straight down it.
       select velocity-sort-file
           assign to "sortwk5".
      *
       select velocity-sorted-file
           assign to "../../../data/A2-VELSORT.dat"
           organization is line sequential.
      *
       select velocity-report-file
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
      * Sales history declaration - must stay in step with the
      * layout A2-SalesHist writes, field for field.
       fd sales-history-file.
      *
       01 sales-history-record.
         05 sh-history-key.
           10 sh-item-number            pic 9(4).
           10 sh-month                  pic x(6).
         05 sh-units-sold               pic 9(7).
         05 sh-units-returned           pic 9(7).
         05 sh-net-revenue              pic S9(9)V99.
         05 sh-last-sale-date           pic x(8).
      *
       sd velocity-sort-file
           data record is sw-record.
       01 sw-record.
         05 sw-revenue                 pic S9(9)V99.
         05 sw-item-number             pic 9(4).
         05 sw-product-description     pic x(13).
         05 sw-units-sold              pic 9(7).
         05 sw-units-returned          pic 9(7).
         05 sw-last-sale-date          pic x(8).
         05 sw-reorder-point           pic 9(5).
      *
       fd velocity-sorted-file
           data record is vs-record
           record contains 55 characters.
       01 vs-record.
         05 vs-revenue                 pic S9(9)V99.
         05 vs-item-number             pic 9(4).
         05 vs-product-description     pic x(13).
         05 vs-units-sold              pic 9(7).
         05 vs-units-returned          pic 9(7).
         05 vs-last-sale-date          pic x(8).
         05 vs-reorder-point           pic 9(5).
      *
       fd velocity-report-file
           data record is velocity-line
           record contains 132 characters.
       01 velocity-line                 pic x(132).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-master-sweep-eof        pic x     value "n".
         05 ws-history-eof-flag        pic x     value "n".
         05 ws-sorted-eof-flag         pic x     value "n".
         05 ws-history-available       pic x     value "n".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
      *
       01 ws-file-work.
         05 ws-report-filename          pic x(60) value spaces.
         05 ws-item-master-status       pic x(2)  value "00".
         05 ws-history-status           pic x(2)  value "00".
      *
      * Reorder-point rule - a suggested reorder point covers the
      * supplier lead time plus a safety margin at the year's
      * average daily net demand.
       01 ws-reorder-rule.
         05 ws-lead-time-days          pic 9(3)  value 14.
         05 ws-safety-days             pic 9(3)  value 7.
      *
      * Slow-mover thresholds, days since the last sale.
       01 ws-slow-rule.
         05 ws-slow-days               pic 9(3)  value 90.
         05 ws-dead-days               pic 9(3)  value 180.
      *
      * The 12-month window - the run date's month and the eleven
      * before it, as yyyymm text so history keys compare directly.
       01 ws-window-work.
         05 ws-window-end              pic x(6)  value spaces.
         05 ws-window-start            pic x(6)  value spaces.
         05 ws-window-start-n redefines ws-window-start.
           10 ws-window-start-yyyy     pic 9(4).
           10 ws-window-start-mm       pic 9(2).
      *
       01 ws-date-work.
         05 ws-asof-date               pic 9(8)  value 0.
         05 ws-asof-date-x redefines ws-asof-date
                                       pic x(8).
         05 ws-asof-integer            pic 9(7)  value 0.
         05 ws-sale-date               pic 9(8)  value 0.
         05 ws-sale-date-x redefines ws-sale-date
                                       pic x(8).
         05 ws-days-since-sale         pic 9(5)  value 0.
      *
      * One item's year, summed from its history months.
       01 ws-item-work.
         05 ws-item-units-sold         pic 9(7)     value 0.
         05 ws-item-units-returned     pic 9(7)     value 0.
         05 ws-item-revenue            pic S9(9)V99 value 0.
         05 ws-item-last-sale          pic x(8)     value spaces.
         05 ws-net-units               pic S9(7)    value 0.
         05 ws-avg-monthly             pic S9(5)V9  value 0.
         05 ws-suggested-rop           pic 9(5)     value 0.
      *
       01 ws-ranking-work.
         05 ws-total-revenue           pic S9(11)V99 value 0.
         05 ws-cum-revenue             pic S9(11)V99 value 0.
         05 ws-prior-cum-pct           pic 9(3)V9    value 0.
         05 ws-cum-pct                 pic 9(3)V9    value 0.
         05 ws-abc-class               pic x(1)      value space.
      *
       01 ws-abc-totals.
         05 ws-abc-entry occurs 3 times indexed by abc-idx.
           10 at-item-count            pic 9(5)      value 0.
           10 at-revenue               pic S9(11)V99 value 0.
      *
      * Slow and dead stock, held in item order as the master is
      * swept and printed after the ranking.
       01 ws-slow-table.
         05 ws-slow-count               pic 9(3)  value 0.
         05 ws-slow-full-warned         pic x     value "n".
         05 ws-slow-entry occurs 500 times indexed by slw-idx.
           10 sl-item-number           pic 9(4).
           10 sl-product-description   pic x(13).
           10 sl-on-hand-qty           pic 9(5).
           10 sl-stock-value           pic 9(9)V99.
           10 sl-last-sale-date        pic x(8).
           10 sl-days-since-sale       pic 9(5).
           10 sl-status                pic x(4).
      *
       01 ws-slow-totals.
         05 ws-slow-item-count         pic 9(5)     value 0.
         05 ws-slow-value-total        pic 9(11)V99 value 0.
         05 ws-dead-item-count         pic 9(5)     value 0.
         05 ws-dead-value-total        pic 9(11)V99 value 0.
         05 ws-stock-value             pic 9(9)V99  value 0.
      *
       01 ws-report-heading.
         05 filler                     pic x(36)
              value "A2 Item Sales Velocity and Ranking  ".
         05 rh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 rh-run-id                  pic x(6).
      *
       01 ws-window-line.
         05 filler                     pic x(20)
              value "TRAILING 12 MONTHS  ".
         05 wl-window-start            pic x(6).
         05 filler                     pic x(3)  value " - ".
         05 wl-window-end              pic x(6).
      *
       01 ws-velocity-column-heading.
         05 filler                     pic x(4)  value "Item".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(11) value "Description".
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(4)  value "Sold".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(4)  value "Retd".
         05 filler                     pic x(5)  value spaces.
         05 filler                     pic x(3)  value "Net".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(6)  value "Avg/Mo".
         05 filler                     pic x(10) value spaces.
         05 filler                     pic x(7)  value "Revenue".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(4)  value "Cum%".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(3)  value "ABC".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(9)  value "Last Sale".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(7)  value "Cur ROP".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(7)  value "Sug ROP".
      *
       01 ws-velocity-detail-line.
         05 vd-item-number             pic 9(4).
         05 filler                     pic x(2)  value spaces.
         05 vd-product-description     pic x(13).
         05 filler                     pic x(2)  value spaces.
         05 vd-units-sold              pic Z,ZZZ,ZZ9.
         05 filler                     pic x(1)  value space.
         05 vd-units-returned          pic ZZZ,ZZ9.
         05 filler                     pic x(1)  value space.
         05 vd-net-units               pic -ZZZ,ZZ9.
         05 filler                     pic x(1)  value space.
         05 vd-avg-monthly             pic -ZZ,ZZ9.9.
         05 filler                     pic x(1)  value space.
         05 vd-revenue                 pic $$$,$$$,$$9.99-.
         05 filler                     pic x(1)  value space.
         05 vd-cum-pct                 pic ZZ9.9.
         05 filler                     pic x(3)  value spaces.
         05 vd-abc-class               pic x(1).
         05 filler                     pic x(3)  value spaces.
         05 vd-last-sale-date          pic x(8).
         05 filler                     pic x(4)  value spaces.
         05 vd-reorder-point           pic ZZZZ9.
         05 filler                     pic x(4)  value spaces.
         05 vd-suggested-rop           pic ZZZZ9.
      *
       01 ws-abc-summary-line.
         05 filler                     pic x(6)  value "CLASS ".
         05 as-abc-class               pic x(1).
         05 filler                     pic x(10) value "  ITEMS = ".
         05 as-item-count              pic ZZZZ9.
         05 filler                     pic x(12) value "  REVENUE = ".
         05 as-revenue                 pic $$$,$$$,$$$,$$9.99-.
      *
       01 ws-slow-heading.
         05 filler                     pic x(40)
              value "SLOW-MOVING AND DEAD STOCK ON HAND - NO ".
         05 filler                     pic x(36)
              value "SALE IN 90 DAYS (SLOW) / 180 (DEAD)".
      *
       01 ws-slow-column-heading.
         05 filler                     pic x(4)  value "Item".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(11) value "Description".
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(7)  value "On Hand".
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(13) value "Value at Cost".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(9)  value "Last Sale".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(4)  value "Days".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(6)  value "Status".
      *
       01 ws-slow-detail-line.
         05 sd-item-number             pic 9(4).
         05 filler                     pic x(2)  value spaces.
         05 sd-product-description     pic x(13).
         05 filler                     pic x(4)  value spaces.
         05 sd-on-hand-qty             pic ZZ,ZZ9.
         05 filler                     pic x(3)  value spaces.
         05 sd-stock-value             pic $$,$$$,$$9.99.
         05 filler                     pic x(3)  value spaces.
         05 sd-last-sale-date          pic x(8).
         05 filler                     pic x(1)  value space.
         05 sd-days-since-sale         pic ZZZZ9.
         05 filler                     pic x(2)  value spaces.
         05 sd-status                  pic x(4).
      *
       01 ws-slow-summary-line.
         05 ss-label                   pic x(16) value spaces.
         05 ss-item-count              pic ZZZZ9.
         05 filler                     pic x(11) value "   VALUE = ".
         05 ss-value-total             pic $$$,$$$,$$$,$$9.99.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
      *
           open input item-master-file.
           if ws-item-master-status not = "00"
               display "A2-SalesRpt: no item master to report"
               goback
           end-if.
      *
      * No history yet still reports - every item simply has no
      * sales, which is itself worth seeing.
           open input sales-history-file.
           if ws-history-status = "00"
               move "y" to ws-history-available
           else
               display "A2-SalesRpt: no sales history - run "
                 "A2-SalesLoad and A2-SalesHist first"
           end-if.
      *
      * Sort the items into revenue order, highest first, so the
      * cumulative revenue behind the ABC ranking builds in order.
           sort velocity-sort-file
               on descending key sw-revenue
               on ascending key sw-item-number
               input procedure is 100-release-items
               giving velocity-sorted-file.
      *
           close item-master-file.
           if ws-history-available = "y"
               close sales-history-file
           end-if.
      *
           open input velocity-sorted-file.
           open output velocity-report-file.
      *
           move ws-run-date to rh-run-date.
           move ws-run-id to rh-run-id.
           write velocity-line from ws-report-heading
             after advancing 1 line.
           move ws-window-start to wl-window-start.
           move ws-window-end to wl-window-end.
           write velocity-line from ws-window-line
             after advancing 1 line.
           write velocity-line from ws-velocity-column-heading
             after advancing 2 lines.
           write velocity-line from spaces
             after advancing 1 line.
      *
           read velocity-sorted-file
               at end
                   move "y" to ws-sorted-eof-flag
           end-read.
           perform 200-rank-one-item
             until ws-sorted-eof-flag = "y".
      *
           perform 300-write-abc-summary.
           perform 400-write-slow-movers.
      *
           close velocity-sorted-file
             velocity-report-file.
      *
           goback.
      *
       005-set-run-context.
      *
      * Establish the as-of date/run-id from the same run-control
      * file A2-ItemList reads, build the report name the way
      * 005-set-run-context builds file names there, and set the
      * 12-month window that ends with the as-of month.
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
           move spaces to ws-report-filename.
           string "..\..\..\data\A2-SalesRpt-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-report-filename.
      *
           move ws-run-date(1:6) to ws-window-end.
           move ws-window-end to ws-window-start.
           if ws-window-start-mm = 12
               move 1 to ws-window-start-mm
           else
               subtract 1 from ws-window-start-yyyy
               add 1 to ws-window-start-mm
           end-if.
      *
           move ws-run-date to ws-asof-date-x.
           compute ws-asof-integer =
             function integer-of-date(ws-asof-date).
      *
       100-release-items.
      *
      * Sweep the whole item master in key order, total each item's
      * history and release it into the sort - and, while the item
      * is in hand, hold it for the slow-mover section if it has
      * stock that has stopped selling.
           move "n" to ws-master-sweep-eof.
           move zeros to im-item-number.
           start item-master-file
               key is not less than im-item-number
               invalid key
                   move "y" to ws-master-sweep-eof
           end-start.
           if ws-master-sweep-eof not = "y"
               read item-master-file next record
                   at end
                       move "y" to ws-master-sweep-eof
               end-read
           end-if.
           perform 110-release-one-item
             until ws-master-sweep-eof = "y".
      *
       110-release-one-item.
      *
           perform 120-total-item-history.
      *
           move ws-item-revenue to sw-revenue.
           move im-item-number to sw-item-number.
           move im-product-description to sw-product-description.
           move ws-item-units-sold to sw-units-sold.
           move ws-item-units-returned to sw-units-returned.
           move ws-item-last-sale to sw-last-sale-date.
           move im-reorder-point to sw-reorder-point.
           release sw-record.
      *
           if ws-item-revenue > 0
               add ws-item-revenue to ws-total-revenue
           end-if.
      *
           if im-on-hand-qty > 0
               perform 140-check-slow-mover
           end-if.
      *
           read item-master-file next record
               at end
                   move "y" to ws-master-sweep-eof
           end-read.
      *
       120-total-item-history.
      *
      * Read the item's months in key order from its first. Months
      * inside the window count toward the year; every month counts
      * toward the last sale date.
           move 0 to ws-item-units-sold
             ws-item-units-returned
             ws-item-revenue.
           move spaces to ws-item-last-sale.
           if ws-history-available = "y"
               move "n" to ws-history-eof-flag
               move im-item-number to sh-item-number
               move low-values to sh-month
               start sales-history-file
                   key is not less than sh-history-key
                   invalid key
                       move "y" to ws-history-eof-flag
               end-start
               if ws-history-eof-flag not = "y"
                   read sales-history-file next record
                       at end
                           move "y" to ws-history-eof-flag
                   end-read
               end-if
               perform 130-total-one-month
                 until ws-history-eof-flag = "y"
           end-if.
      *
       130-total-one-month.
      *
           if sh-item-number not = im-item-number
               move "y" to ws-history-eof-flag
           else
               if sh-month not < ws-window-start and
                 sh-month not > ws-window-end
                   add sh-units-sold to ws-item-units-sold
                   add sh-units-returned to ws-item-units-returned
                   add sh-net-revenue to ws-item-revenue
               end-if
               if sh-last-sale-date not = spaces and
                 sh-last-sale-date > ws-item-last-sale
                   move sh-last-sale-date to ws-item-last-sale
               end-if
               read sales-history-file next record
                   at end
                       move "y" to ws-history-eof-flag
               end-read
           end-if.
      *
       140-check-slow-mover.
      *
      * Stock that has never sold, or not for 180 days, is dead;
      * not for 90 days, slow.
           if ws-item-last-sale = spaces
               move 99999 to ws-days-since-sale
           else
               move ws-item-last-sale to ws-sale-date-x
               compute ws-days-since-sale =
                 ws-asof-integer
                 - function integer-of-date(ws-sale-date)
           end-if.
      *
           if ws-days-since-sale not < ws-slow-days
               compute ws-stock-value =
                 im-on-hand-qty * im-unit-cost
               if ws-slow-count < 500
                   add 1 to ws-slow-count
                   set slw-idx to ws-slow-count
                   move im-item-number to sl-item-number(slw-idx)
                   move im-product-description to
                     sl-product-description(slw-idx)
                   move im-on-hand-qty to sl-on-hand-qty(slw-idx)
                   move ws-stock-value to sl-stock-value(slw-idx)
                   move ws-item-last-sale to
                     sl-last-sale-date(slw-idx)
                   move ws-days-since-sale to
                     sl-days-since-sale(slw-idx)
                   if ws-days-since-sale not < ws-dead-days
                       move "DEAD" to sl-status(slw-idx)
                   else
                       move "SLOW" to sl-status(slw-idx)
                   end-if
               else
                   if ws-slow-full-warned not = "y"
                       move "y" to ws-slow-full-warned
                       display "A2-SalesRpt: slow-mover table full "
                         "- list is short, totals are complete"
                   end-if
               end-if
               if ws-days-since-sale not < ws-dead-days
                   add 1 to ws-dead-item-count
                   add ws-stock-value to ws-dead-value-total
               else
                   add 1 to ws-slow-item-count
                   add ws-stock-value to ws-slow-value-total
               end-if
           end-if.
      *
       200-rank-one-item.
      *
      * The item's class is decided by where revenue stood before
      * it - so the item that carries the total past 80% is still
      * an A. Nothing earned ranks C.
           if ws-total-revenue > 0
               compute ws-prior-cum-pct rounded =
                 ws-cum-revenue * 100 / ws-total-revenue
           else
               move 100 to ws-prior-cum-pct
           end-if.
           if vs-revenue > 0
               add vs-revenue to ws-cum-revenue
           end-if.
           if ws-total-revenue > 0
               compute ws-cum-pct rounded =
                 ws-cum-revenue * 100 / ws-total-revenue
           else
               move 0 to ws-cum-pct
           end-if.
      *
           evaluate true
               when vs-revenue not > 0
                   move "C" to ws-abc-class
                   set abc-idx to 3
               when ws-prior-cum-pct < 80
                   move "A" to ws-abc-class
                   set abc-idx to 1
               when ws-prior-cum-pct < 95
                   move "B" to ws-abc-class
                   set abc-idx to 2
               when other
                   move "C" to ws-abc-class
                   set abc-idx to 3
           end-evaluate.
           add 1 to at-item-count(abc-idx).
           add vs-revenue to at-revenue(abc-idx).
      *
      * Net units over the year give the monthly velocity and, as a
      * daily rate, the suggested reorder point.
           compute ws-net-units =
             vs-units-sold - vs-units-returned.
           compute ws-avg-monthly rounded = ws-net-units / 12.
           if ws-net-units > 0
               compute ws-suggested-rop rounded =
                 ws-net-units * (ws-lead-time-days + ws-safety-days)
                 / 365
           else
               move 0 to ws-suggested-rop
           end-if.
      *
           move spaces to ws-velocity-detail-line.
           move vs-item-number to vd-item-number.
           move vs-product-description to vd-product-description.
           move vs-units-sold to vd-units-sold.
           move vs-units-returned to vd-units-returned.
           move ws-net-units to vd-net-units.
           move ws-avg-monthly to vd-avg-monthly.
           move vs-revenue to vd-revenue.
           move ws-cum-pct to vd-cum-pct.
           move ws-abc-class to vd-abc-class.
           if vs-last-sale-date = spaces
               move "NEVER" to vd-last-sale-date
           else
               move vs-last-sale-date to vd-last-sale-date
           end-if.
           move vs-reorder-point to vd-reorder-point.
           move ws-suggested-rop to vd-suggested-rop.
           write velocity-line from ws-velocity-detail-line
             after advancing 1 line.
      *
           read velocity-sorted-file
               at end
                   move "y" to ws-sorted-eof-flag
           end-read.
      *
       300-write-abc-summary.
      *
           move "A" to as-abc-class.
           move at-item-count(1) to as-item-count.
           move at-revenue(1) to as-revenue.
           write velocity-line from ws-abc-summary-line
             after advancing 2 lines.
           move "B" to as-abc-class.
           move at-item-count(2) to as-item-count.
           move at-revenue(2) to as-revenue.
           write velocity-line from ws-abc-summary-line
             after advancing 1 line.
           move "C" to as-abc-class.
           move at-item-count(3) to as-item-count.
           move at-revenue(3) to as-revenue.
           write velocity-line from ws-abc-summary-line
             after advancing 1 line.
      *
       400-write-slow-movers.
      *
           write velocity-line from ws-slow-heading
             after advancing 3 lines.
           write velocity-line from ws-slow-column-heading
             after advancing 2 lines.
           write velocity-line from spaces
             after advancing 1 line.
           perform 410-write-one-slow-mover
             varying slw-idx from 1 by 1
             until slw-idx > ws-slow-count.
      *
           move "SLOW ITEMS =" to ss-label.
           move ws-slow-item-count to ss-item-count.
           move ws-slow-value-total to ss-value-total.
           write velocity-line from ws-slow-summary-line
             after advancing 2 lines.
           move "DEAD ITEMS =" to ss-label.
           move ws-dead-item-count to ss-item-count.
           move ws-dead-value-total to ss-value-total.
           write velocity-line from ws-slow-summary-line
             after advancing 1 line.
      *
       410-write-one-slow-mover.
      *
           move spaces to ws-slow-detail-line.
           move sl-item-number(slw-idx) to sd-item-number.
           move sl-product-description(slw-idx) to
             sd-product-description.
           move sl-on-hand-qty(slw-idx) to sd-on-hand-qty.
           move sl-stock-value(slw-idx) to sd-stock-value.
           if sl-last-sale-date(slw-idx) = spaces
               move "NEVER" to sd-last-sale-date
           else
               move sl-last-sale-date(slw-idx) to sd-last-sale-date
               move sl-days-since-sale(slw-idx) to sd-days-since-sale
           end-if.
           move sl-status(slw-idx) to sd-status.
           write velocity-line from ws-slow-detail-line
             after advancing 1 line.
      *
       end program A2-SalesRpt.
