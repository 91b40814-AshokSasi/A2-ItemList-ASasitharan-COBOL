       identification division.
       program-id. A2-InvValue.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Inventory valuation report. Sweeps ITEMMSTR.DAT
      *  the same way A2-PurchGen does, sorts every item into
      *  product class order and prints on-hand times im-unit-cost
      *  per item with a subtotal per class and a grand total - the
      *  month-end valuation finance used to rebuild from a
      *  spreadsheet. An item with stock but no cost on the master
      *  values at zero and is flagged and counted, so an
      *  understated valuation says so on the report.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads, so the valuation lands scoped to the day's run.
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
      * Work file the items are sorted into class order by, so each
      * class's items land together for the control break.
       select value-sort-file
           assign to "sortwk4".
      *
       select value-sorted-file
           assign to "../../../data/A2-VALSORT.dat"
           organization is line sequential.
      *
       select valuation-report-file
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
       sd value-sort-file
           data record is sw-record.
       01 sw-record.
         05 sw-product-class           pic x(1).
         05 sw-item-number             pic 9(4).
         05 sw-product-description     pic x(13).
         05 sw-on-hand-qty             pic 9(5).
         05 sw-unit-cost               pic 9(4)V99.
      *
       fd value-sorted-file
           data record is vs-record
           record contains 29 characters.
       01 vs-record.
         05 vs-product-class           pic x(1).
         05 vs-item-number             pic 9(4).
         05 vs-product-description     pic x(13).
         05 vs-on-hand-qty             pic 9(5).
         05 vs-unit-cost               pic 9(4)V99.
      *
       fd valuation-report-file
           data record is valuation-line
           record contains 100 characters.
       01 valuation-line                pic x(100).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-master-sweep-eof        pic x     value "n".
         05 ws-sorted-eof-flag         pic x     value "n".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
      *
       01 ws-file-work.
         05 ws-report-filename          pic x(60) value spaces.
      *
       01 ws-item-master-work.
         05 ws-item-master-status      pic x(2)  value "00".
      *
       01 ws-value-work.
         05 ws-item-value              pic 9(9)V99 value 0.
      *
      * Per-class control-break totals, reset as each class's items
      * start on the sorted file.
       01 ws-class-totals.
         05 ws-class-previous          pic x     value space.
         05 ws-class-started-flag      pic x     value "n".
         05 ws-class-item-count        pic 9(5)  value 0.
         05 ws-class-on-hand           pic 9(9)  value 0.
         05 ws-class-value             pic 9(11)V99 value 0.
      *
       01 ws-grand-totals.
         05 ws-grand-item-count        pic 9(5)  value 0.
         05 ws-grand-on-hand           pic 9(9)  value 0.
         05 ws-grand-value             pic 9(11)V99 value 0.
         05 ws-no-cost-count           pic 9(5)  value 0.
      *
       01 ws-valuation-heading.
         05 filler                     pic x(32)
              value "A2 Inventory Valuation Report   ".
         05 vh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 vh-run-id                  pic x(6).
      *
       01 ws-class-heading-line.
         05 filler                     pic x(6)  value "CLASS ".
         05 ch-product-class           pic x(1).
      *
       01 ws-column-heading.
         05 filler                     pic x(4)  value "Item".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(11) value "Description".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(7)  value "On-Hand".
         05 filler                     pic x(5)  value spaces.
         05 filler                     pic x(9)  value "Unit Cost".
         05 filler                     pic x(10) value spaces.
         05 filler                     pic x(5)  value "Value".
      *
       01 ws-valuation-detail-line.
         05 vd-item-number             pic 9(4).
         05 filler                     pic x(4)  value spaces.
         05 vd-product-description     pic x(13).
         05 filler                     pic x(4)  value spaces.
         05 vd-on-hand-qty             pic ZZZZ9.
         05 filler                     pic x(5)  value spaces.
         05 vd-unit-cost               pic ZZ,ZZ9.99.
         05 filler                     pic x(3)  value spaces.
         05 vd-item-value              pic $$$,$$$,$$9.99.
         05 filler                     pic x(2)  value spaces.
         05 vd-remark                  pic x(7).
      *
       01 ws-class-summary-line.
         05 filler                     pic x(14)
                                   value "CLASS ITEMS = ".
         05 cs-item-count              pic ZZZZ9.
         05 filler                     pic x(13)
                                   value "   ON-HAND = ".
         05 cs-on-hand                 pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(11)
                                   value "   VALUE = ".
         05 cs-value                   pic $$$,$$$,$$$,$$9.99.
      *
       01 ws-grand-heading-line.
         05 filler                     pic x(12)
                                   value "GRAND TOTALS".
      *
       01 ws-no-cost-summary-line.
         05 filler                     pic x(28)
                                   value "ITEMS ON HAND WITH NO COST =".
         05 ns-no-cost-count           pic ZZZZ9.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
      *
           open input item-master-file.
           if ws-item-master-status not = "00"
               display "A2-InvValue: no item master to value"
               goback
           end-if.
      *
      * Sort the items into class order first so each class's
      * valuation lands together.
           sort value-sort-file
               on ascending key sw-product-class
                 sw-item-number
               input procedure is 100-release-items
               giving value-sorted-file.
      *
           close item-master-file.
      *
           open input value-sorted-file.
           open output valuation-report-file.
      *
           move ws-run-date to vh-run-date.
           move ws-run-id to vh-run-id.
           write valuation-line from ws-valuation-heading
             after advancing 1 line.
      *
           read value-sorted-file
               at end
                   move "y" to ws-sorted-eof-flag
           end-read.
           perform 200-value-one-item
             until ws-sorted-eof-flag = "y".
      *
      * Close out the last class's subtotal, then the grand totals.
           if ws-class-started-flag = "y"
               perform 300-write-class-subtotal
           end-if.
           perform 400-write-grand-totals.
      *
           close value-sorted-file
             valuation-report-file.
      *
           goback.
      *
       005-set-run-context.
      *
      * Establish the run date/run-id from the same run-control file
      * A2-ItemList reads, and build the report name the way
      * 005-set-run-context builds file names there.
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
           string "..\..\..\data\A2-InvValue-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-report-filename.
      *
       100-release-items.
      *
      * Sweep the whole item master in key order and release every
      * item into the sort. An item with no class on the master
      * values under "?" so it is still counted.
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
           if im-product-class = space
               move "?" to sw-product-class
           else
               move im-product-class to sw-product-class
           end-if.
           move im-item-number to sw-item-number.
           move im-product-description to sw-product-description.
           move im-on-hand-qty to sw-on-hand-qty.
           move im-unit-cost to sw-unit-cost.
           release sw-record.
      *
           read item-master-file next record
               at end
                   move "y" to ws-master-sweep-eof
           end-read.
      *
       200-value-one-item.
      *
      * Control break - the file is sorted by class, so a change of
      * class means the previous class is complete.
           if ws-class-started-flag = "y" and
             vs-product-class not = ws-class-previous
               perform 300-write-class-subtotal
           end-if.
      *
           if ws-class-started-flag = "n" or
             vs-product-class not = ws-class-previous
               perform 250-start-class
           end-if.
           move vs-product-class to ws-class-previous.
      *
           multiply vs-on-hand-qty by vs-unit-cost
             giving ws-item-value.
      *
           move spaces to ws-valuation-detail-line.
           move vs-item-number to vd-item-number.
           move vs-product-description to vd-product-description.
           move vs-on-hand-qty to vd-on-hand-qty.
           move vs-unit-cost to vd-unit-cost.
           move ws-item-value to vd-item-value.
           if vs-unit-cost = 0 and vs-on-hand-qty > 0
               move "NO COST" to vd-remark
               add 1 to ws-no-cost-count
           end-if.
           write valuation-line from ws-valuation-detail-line
             after advancing 1 line.
      *
           add 1 to ws-class-item-count.
           add vs-on-hand-qty to ws-class-on-hand.
           add ws-item-value to ws-class-value.
      *
           read value-sorted-file
               at end
                   move "y" to ws-sorted-eof-flag
           end-read.
      *
       250-start-class.
      *
           move "y" to ws-class-started-flag.
           move 0 to ws-class-item-count
             ws-class-on-hand
             ws-class-value.
      *
           move vs-product-class to ch-product-class.
           write valuation-line from ws-class-heading-line
             after advancing 3 lines.
           write valuation-line from ws-column-heading
             after advancing 1 line.
           write valuation-line from spaces
             after advancing 1 line.
      *
       300-write-class-subtotal.
      *
           move ws-class-item-count to cs-item-count.
           move ws-class-on-hand to cs-on-hand.
           move ws-class-value to cs-value.
           write valuation-line from ws-class-summary-line
             after advancing 2 lines.
      *
           add ws-class-item-count to ws-grand-item-count.
           add ws-class-on-hand to ws-grand-on-hand.
           add ws-class-value to ws-grand-value.
      *
       400-write-grand-totals.
      *
           write valuation-line from ws-grand-heading-line
             after advancing 3 lines.
           move ws-grand-item-count to cs-item-count.
           move ws-grand-on-hand to cs-on-hand.
           move ws-grand-value to cs-value.
           write valuation-line from ws-class-summary-line
             after advancing 1 line.
           move ws-no-cost-count to ns-no-cost-count.
           write valuation-line from ws-no-cost-summary-line
             after advancing 1 line.
      *
       end program A2-InvValue.
