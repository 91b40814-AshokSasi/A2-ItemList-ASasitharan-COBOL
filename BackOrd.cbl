       identification division.
       program-id. A2-BackOrd.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Backorder status report. Sweeps BACKORDR.DAT
      *  by customer (its alternate key) and prints every open
      *  backorder - the short quantity of an oversold sale that
      *  068-post-on-hand in A2-ItemList kept owing and A2-Receiving
      *  has not yet filled - with the item, the order's run
      *  date/run-id and branch, the quantity still owed and how
      *  many days it has been outstanding as of the run date.
      *  Closes with counts and quantities by age bucket (0-7,
      *  8-14, 15-30 and over 30 days), so customer service can
      *  answer "where is my order?" from one report.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads, so the aging as-of date is the day being run.
       select run-control-file
           assign to "../../../data/A2-RUNCTL.dat"
           organization is line sequential
           file status is ws-runctl-status.
      *
       select backorder-file
           assign to "../../../data/BACKORDR.DAT"
           organization is indexed
           access mode is dynamic
           record key is bo-backorder-key
           alternate record key is bo-customer-number
             with duplicates
           file status is ws-backorder-status.
      *
       select customer-master-file
           assign to "../../../data/CUSTMSTR.DAT"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cust-master-status.
      *
       select item-master-file
           assign to "../../../data/ITEMMSTR.DAT"
           organization is indexed
           access mode is random
           record key is im-item-number
           file status is ws-item-master-status.
      *
       select backorder-report-file
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
      * Backorder declaration - must stay in step with the
      * backorder-record layout A2-ItemList writes, field for field.
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
       fd backorder-report-file
           data record is backorder-line
           record contains 132 characters.
       01 backorder-line                pic x(132).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-sweep-eof-flag          pic x     value "n".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
      *
       01 ws-file-work.
         05 ws-report-filename          pic x(60) value spaces.
         05 ws-backorder-status         pic x(2)  value "00".
      *
      * Both masters are optional - without them the report still
      * ages every backorder, just without names or descriptions.
       01 ws-master-work.
         05 ws-cust-master-status      pic x(2)  value "00".
         05 ws-cust-master-available   pic x     value "n".
         05 ws-item-master-status      pic x(2)  value "00".
         05 ws-item-master-available   pic x     value "n".
      *
      * Date arithmetic work - the same redefined-date pattern
      * A2-ARAged uses to age its open items.
       01 ws-age-work.
         05 ws-asof-date               pic 9(8)  value 0.
         05 ws-asof-date-x redefines ws-asof-date
                                       pic x(8).
         05 ws-asof-integer            pic 9(7)  value 0.
         05 ws-order-date              pic 9(8)  value 0.
         05 ws-order-date-x redefines ws-order-date
                                       pic x(8).
         05 ws-order-integer           pic 9(7)  value 0.
         05 ws-days-outstanding        pic S9(5) value 0.
      *
       01 ws-bucket-totals.
         05 ws-open-count              pic 9(5)  value 0.
         05 ws-open-qty                pic 9(7)  value 0.
         05 ws-bucket-7-count          pic 9(5)  value 0.
         05 ws-bucket-7-qty            pic 9(7)  value 0.
         05 ws-bucket-14-count         pic 9(5)  value 0.
         05 ws-bucket-14-qty           pic 9(7)  value 0.
         05 ws-bucket-30-count         pic 9(5)  value 0.
         05 ws-bucket-30-qty           pic 9(7)  value 0.
         05 ws-bucket-over30-count     pic 9(5)  value 0.
         05 ws-bucket-over30-qty       pic 9(7)  value 0.
      *
       01 ws-backorder-heading.
         05 filler                     pic x(33)
              value "A2 Backorder Status Report as of ".
         05 bh-asof-date               pic x(8).
      *
       01 ws-column-heading.
         05 filler                     pic x(5)  value "Cust.".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(20) value "Name".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(4)  value "Item".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(13) value "Description".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(10) value "Order Date".
         05 filler                     pic x(1)  value space.
         05 filler                     pic x(6)  value "Run".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(2)  value "Br".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(7)  value "Ordered".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(5)  value " Owed".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(8)  value "Days Out".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(3)  value "Age".
      *
       01 ws-backorder-detail-line.
         05 bd-customer-number         pic 9(5).
         05 filler                     pic x(2)  value spaces.
         05 bd-customer-name           pic x(20).
         05 filler                     pic x(2)  value spaces.
         05 bd-item-number             pic 9(4).
         05 filler                     pic x(2)  value spaces.
         05 bd-product-description     pic x(13).
         05 filler                     pic x(2)  value spaces.
         05 bd-order-date              pic x(8).
         05 filler                     pic x(3)  value spaces.
         05 bd-run-id                  pic x(6).
         05 filler                     pic x(2)  value spaces.
         05 bd-branch-code             pic x(2).
         05 filler                     pic x(4)  value spaces.
         05 bd-original-qty            pic ZZZZ9.
         05 filler                     pic x(2)  value spaces.
         05 bd-owed-qty                pic ZZZZ9.
         05 filler                     pic x(5)  value spaces.
         05 bd-days-outstanding        pic ZZZZ9.
         05 filler                     pic x(2)  value spaces.
         05 bd-age-bucket              pic x(7).
      *
       01 ws-bucket-heading-line.
         05 filler                     pic x(35)
              value "OPEN BACKORDERS BY DAYS OUTSTANDING".
      *
       01 ws-bucket-summary-line.
         05 filler                     pic x(4)  value spaces.
         05 bs-bucket-label            pic x(12).
         05 filler                     pic x(9)  value "ORDERS = ".
         05 bs-bucket-count            pic ZZZZ9.
         05 filler                     pic x(12) value "   QTY OWED=".
         05 bs-bucket-qty              pic ZZZZZZ9.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
      *
           open input backorder-file.
           if ws-backorder-status not = "00"
               display "A2-BackOrd: no backorder file to report"
               goback
           end-if.
      *
           open input customer-master-file.
           if ws-cust-master-status = "00"
               move "y" to ws-cust-master-available
           end-if.
           open input item-master-file.
           if ws-item-master-status = "00"
               move "y" to ws-item-master-available
           end-if.
      *
           open output backorder-report-file.
           move ws-run-date to bh-asof-date.
           write backorder-line from ws-backorder-heading
             after advancing 1 line.
           write backorder-line from ws-column-heading
             after advancing 2 lines.
           write backorder-line from spaces
             after advancing 1 line.
      *
           move ws-run-date to ws-asof-date-x.
           compute ws-asof-integer =
             function integer-of-date(ws-asof-date).
      *
      * Sweep in customer order on the alternate key, so each
      * customer's backorders print together.
           move zeros to bo-customer-number.
           start backorder-file
               key is not less than bo-customer-number
               invalid key
                   move "y" to ws-sweep-eof-flag
           end-start.
           if ws-sweep-eof-flag not = "y"
               read backorder-file next record
                   at end
                       move "y" to ws-sweep-eof-flag
               end-read
           end-if.
           perform 100-report-one-backorder
             until ws-sweep-eof-flag = "y".
      *
           perform 400-write-bucket-summary.
      *
           close backorder-file
             backorder-report-file.
           if ws-cust-master-available = "y"
               close customer-master-file
           end-if.
           if ws-item-master-available = "y"
               close item-master-file
           end-if.
      *
           goback.
      *
       005-set-run-context.
      *
      * Establish the as-of date/run-id from the same run-control
      * file A2-ItemList reads, and build the report name the way
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
           string "..\..\..\data\A2-BackOrd-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-report-filename.
      *
       100-report-one-backorder.
      *
      * A filled backorder stays on file for its history but is
      * not open, so it is passed over.
           if bo-status = "O" and bo-owed-qty > 0
               perform 200-age-backorder
               perform 300-write-backorder-line
           end-if.
      *
           read backorder-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       200-age-backorder.
      *
           move bo-order-date to ws-order-date-x.
           compute ws-order-integer =
             function integer-of-date(ws-order-date).
           compute ws-days-outstanding =
             ws-asof-integer - ws-order-integer.
           if ws-days-outstanding < 0
               move 0 to ws-days-outstanding
           end-if.
      *
           add 1 to ws-open-count.
           add bo-owed-qty to ws-open-qty.
           evaluate true
               when ws-days-outstanding not > 7
                   move "0-7" to bd-age-bucket
                   add 1 to ws-bucket-7-count
                   add bo-owed-qty to ws-bucket-7-qty
               when ws-days-outstanding not > 14
                   move "8-14" to bd-age-bucket
                   add 1 to ws-bucket-14-count
                   add bo-owed-qty to ws-bucket-14-qty
               when ws-days-outstanding not > 30
                   move "15-30" to bd-age-bucket
                   add 1 to ws-bucket-30-count
                   add bo-owed-qty to ws-bucket-30-qty
               when other
                   move "OVER 30" to bd-age-bucket
                   add 1 to ws-bucket-over30-count
                   add bo-owed-qty to ws-bucket-over30-qty
           end-evaluate.
      *
       300-write-backorder-line.
      *
           move bo-customer-number to bd-customer-number.
           move spaces to bd-customer-name.
           if bo-customer-number = 0
               move "NO CUSTOMER" to bd-customer-name
           else
               if ws-cust-master-available = "y"
                   move bo-customer-number to cm-customer-number
                   read customer-master-file
                       key is cm-customer-number
                       invalid key
                           move "NOT ON CUST MASTER" to
                             bd-customer-name
                       not invalid key
                           move cm-customer-name to bd-customer-name
                   end-read
               end-if
           end-if.
      *
           move bo-item-number to bd-item-number.
           move spaces to bd-product-description.
           if ws-item-master-available = "y"
               move bo-item-number to im-item-number
               read item-master-file
                   key is im-item-number
                   invalid key
                       move "NOT ON MASTER" to bd-product-description
                   not invalid key
                       move im-product-description to
                         bd-product-description
               end-read
           end-if.
      *
           move bo-order-date to bd-order-date.
           move bo-run-id to bd-run-id.
           move bo-branch-code to bd-branch-code.
           move bo-original-qty to bd-original-qty.
           move bo-owed-qty to bd-owed-qty.
           move ws-days-outstanding to bd-days-outstanding.
           write backorder-line from ws-backorder-detail-line
             after advancing 1 line.
      *
       400-write-bucket-summary.
      *
           write backorder-line from ws-bucket-heading-line
             after advancing 2 lines.
      *
           move "0-7 DAYS" to bs-bucket-label.
           move ws-bucket-7-count to bs-bucket-count.
           move ws-bucket-7-qty to bs-bucket-qty.
           write backorder-line from ws-bucket-summary-line
             after advancing 1 line.
      *
           move "8-14 DAYS" to bs-bucket-label.
           move ws-bucket-14-count to bs-bucket-count.
           move ws-bucket-14-qty to bs-bucket-qty.
           write backorder-line from ws-bucket-summary-line
             after advancing 1 line.
      *
           move "15-30 DAYS" to bs-bucket-label.
           move ws-bucket-30-count to bs-bucket-count.
           move ws-bucket-30-qty to bs-bucket-qty.
           write backorder-line from ws-bucket-summary-line
             after advancing 1 line.
      *
           move "OVER 30 DAYS" to bs-bucket-label.
           move ws-bucket-over30-count to bs-bucket-count.
           move ws-bucket-over30-qty to bs-bucket-qty.
           write backorder-line from ws-bucket-summary-line
             after advancing 1 line.
      *
           move "ALL OPEN" to bs-bucket-label.
           move ws-open-count to bs-bucket-count.
           move ws-open-qty to bs-bucket-qty.
           write backorder-line from ws-bucket-summary-line
             after advancing 2 lines.
      *
       end program A2-BackOrd.
