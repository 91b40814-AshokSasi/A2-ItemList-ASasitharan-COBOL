      *  the missing half of the reorder loop: without it the
      *  on-hand A2-ItemList relieves never comes back up and
      *  068-post-on-hand keeps flagging oversells on stock that is
      *  sitting on the dock. A receipt is first allocated to the
      *  item's open backorders on BACKORDR.DAT, oldest first, and
      *  only what is left after the customers owed goods are
      *  served goes back on the shelf; every release prints under
      *  its receipt on the register. The fills are only worked out
      *  until the item master is rewritten - a receipt that cannot
      *  be posted releases nothing. Each on-hand change is written
      *  with its before and after image to the change journal
      *  A2-CHGJRNL.DAT.
      *  A run date in a month closed by A2-PeriodClose is refused
      *  before anything is read or written, with return code 8 so
      *  A2-JobStream stops the chain.
       environment division.
       configuration section.
      *
           access mode is dynamic
           record key is im-item-number
           file status is ws-item-master-status.
      *
      * Backorder file - the short quantities A2-ItemList's
      * 068-post-on-hand left owing, filled here oldest first.
       select backorder-file
           assign to "../../../data/BACKORDR.DAT"
           organization is indexed
           access mode is dynamic
           record key is bo-backorder-key
           alternate record key is bo-customer-number
             with duplicates
           file status is ws-backorder-status.
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
      * Change journal - one entry per add, change and delete made
      * to a master file, appended and never rewritten. Listed by
      * A2-ChgJrnl.
       select change-journal-file
           assign to "../../../data/A2-CHGJRNL.DAT"
           organization is line sequential
           file status is ws-journal-status.
      *
       data division.
       file section.
         05 im-reorder-point            pic 9(5).
         05 im-supplier-number          pic 9(4).
         05 im-order-qty                pic 9(5).
         05 im-unit-cost                pic 9(4)V99.
         05 im-product-class            pic x(1).
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
       fd register-file
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
      * Change journal declaration - must stay in step with the
      * change-journal-line layout A2-ChgJrnl reads, field for
      * field. cj-action "A" add, "C" change, "D" delete; an add has
      * no before image and a delete no after image.
       fd change-journal-file
           data record is change-journal-line
           record contains 282 characters.
      *
       01 change-journal-line.
         05 cj-timestamp                pic x(16).
         05 filler                      pic x(1).
         05 cj-operator                 pic x(8).
         05 filler                      pic x(1).
         05 cj-program                  pic x(16).
         05 filler                      pic x(1).
         05 cj-file-name                pic x(14).
         05 filler                      pic x(1).
         05 cj-action                   pic x(1).
         05 filler                      pic x(1).
         05 cj-key                      pic x(20).
         05 filler                      pic x(1).
         05 cj-before-image             pic x(100).
         05 filler                      pic x(1).
         05 cj-after-image              pic x(100).
      *
       working-storage section.
      *
      * The change being journaled - file, key, action and images
      * set at each add, change and delete for 800-write-change-
      * journal.
       01 ws-journal-work.
         05 ws-journal-status           pic x(2)  value "00".
         05 ws-journal-ready            pic x     value "n".
         05 ws-operator-id              pic x(8)  value spaces.
         05 ws-journal-file-name        pic x(14) value spaces.
         05 ws-journal-action           pic x(1)  value space.
         05 ws-journal-key              pic x(20) value spaces.
         05 ws-journal-before           pic x(100) value spaces.
         05 ws-journal-after            pic x(100) value spaces.
         05 ws-journal-date             pic x(8)  value spaces.
         05 ws-journal-time             pic x(8)  value spaces.
      *
       01 ws-period-work.
         05 ws-period-status            pic x(2)  value "00".
         05 ws-period-closed-flag       pic x     value "n".
      *
       01 ws-flags.
         05 ws-receipts-eof-flag       pic x     value "n".
         05 ws-posted-count            pic 9(5)  value 0.
         05 ws-not-found-count         pic 9(5)  value 0.
         05 ws-posted-qty-total        pic 9(7)  value 0.
         05 ws-released-count          pic 9(5)  value 0.
         05 ws-released-qty-total      pic 9(7)  value 0.
      *
      * Backorder file is optional - with no BACKORDR.DAT every
      * receipt goes straight to on-hand as it always did.
       01 ws-backorder-work.
         05 ws-backorder-status        pic x(2)  value "00".
         05 ws-backorder-available     pic x     value "n".
         05 ws-backorder-eof-flag      pic x     value "n".
         05 ws-unallocated-qty         pic 9(5)  value 0.
         05 ws-release-qty             pic 9(5)  value 0.
         05 ws-unreleased-qty          pic 9(5)  value 0.
      *
      * The fills worked out for the receipt being posted - which
      * backorder and how much - held until the item master rewrite
      * has gone through, then rewritten onto BACKORDR.DAT. When
      * the table is full the rest of the receipt goes on the
      * shelf and the backorders not reached wait for the next
      * receipt.
       01 ws-held-fill-table.
         05 ws-held-fill-count         pic 9(3)  value 0.
         05 ws-held-fill occurs 200 times indexed by fill-idx.
           10 hf-backorder-key         pic x(35).
           10 hf-release-qty           pic 9(5).
      *
      * The release lines for the receipt being posted, held until
      * the receipt's own register line is written so they print
      * underneath it. A receipt filling more backorders than the
      * table holds still fills them - only the print is capped.
       01 ws-held-release-table.
         05 ws-release-line-count      pic 9(2)  value 0.
         05 ws-held-release-line occurs 50 times indexed by rel-idx
                                       pic x(100).
      *
       01 ws-register-heading.
         05 filler                     pic x(22)
         05 rg-new-on-hand             pic ZZZZ9.
         05 filler                     pic x(2)  value spaces.
         05 rg-remark                  pic x(13) value spaces.
      *
      * One line per backorder a receipt released, printed under
      * the receipt that filled it.
       01 ws-release-detail-line.
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(13) value "RELEASED QTY ".
         05 rl-release-qty             pic ZZZZ9.
         05 filler                     pic x(10) value "  TO CUST ".
         05 rl-customer-number         pic 9(5).
         05 filler                     pic x(9)  value "  ORDER  ".
         05 rl-order-date              pic x(8).
         05 filler                     pic x(1)  value space.
         05 rl-run-id                  pic x(6).
         05 filler                     pic x(4)  value "  BR".
         05 rl-branch-code             pic x(2).
         05 filler                     pic x(13) value "  STILL OWED ".
         05 rl-owed-qty                pic ZZZZ9.
      *
       01 ws-register-summary-line.
         05 filler                     pic x(19)
         05 filler                     pic x(20)
                                   value "   QTY RECEIVED =   ".
         05 rg-posted-qty-total        pic ZZZZZZ9.
      *
       01 ws-release-summary-line.
         05 filler                     pic x(21)
                                   value "BACKORDERS RELEASED =".
         05 rs-released-count          pic ZZZZ9.
         05 filler                     pic x(19)
                                   value "   QTY RELEASED =  ".
         05 rs-released-qty-total      pic ZZZZZZ9.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
           perform 006-check-period-open.
           if ws-period-closed-flag = "y"
               display "A2-Receiving: period " ws-run-date(1:6)
                 " is closed - nothing posted"
               move 8 to return-code
               goback
           end-if.
      *
           open input receipts-file.
           if ws-receipts-status not = "00"
               close receipts-file
               goback
           end-if.
      *
           perform 010-open-change-journal.
           if ws-journal-ready not = "y"
               close receipts-file
                 item-master-file
               goback
           end-if.
      *
      * Backorder file is optional - opened for update when it is
      * there, never created here.
           open i-o backorder-file.
           if ws-backorder-status = "00"
               move "y" to ws-backorder-available
           end-if.
      *
           open output register-file.
           move ws-run-date to rh-run-date.
           move ws-posted-qty-total to rg-posted-qty-total.
           write register-line from ws-register-summary-line
             after advancing 2 lines.
           move ws-released-count to rs-released-count.
           move ws-released-qty-total to rs-released-qty-total.
           write register-line from ws-release-summary-line
             after advancing 1 line.
      *
           close receipts-file
             item-master-file
             register-file
             change-journal-file.
           if ws-backorder-available = "y"
               close backorder-file
           end-if.
      *
           goback.
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
       010-open-change-journal.
      *
      * Open the change journal for append, creating it on first
      * use (status 35), the same first-use pattern as the run
      * log. Without it nothing is posted - an untraced change to
      * the master is what the journal is there to prevent. A
      * batch run has no operator at the keyboard, so its entries
      * carry BATCH.
           move "n" to ws-journal-ready.
           move "BATCH" to ws-operator-id.
           open extend change-journal-file.
           if ws-journal-status = "35"
               open output change-journal-file
           end-if.
           if ws-journal-status = "00"
               move "y" to ws-journal-ready
           else
               display "A2-Receiving: change journal cannot be "
                 "opened - status " ws-journal-status
           end-if.
      *
       100-post-one-receipt.
      *
           move 0 to ws-release-line-count.
           move 0 to ws-held-fill-count.
           move spaces to ws-register-detail-line.
           move rv-item-number to rg-item-number.
           move rv-supplier-number to rg-supplier-number.
                   add 1 to ws-not-found-count
                   move "NOT ON MASTER" to rg-remark
               not invalid key
                   move item-master-record to ws-journal-before
                   move im-on-hand-qty to rg-old-on-hand
                   move rv-received-qty to ws-unallocated-qty
                   if ws-backorder-available = "y"
                       perform 200-allocate-backorders
                   end-if
                   add ws-unallocated-qty to im-on-hand-qty
                   move im-on-hand-qty to rg-new-on-hand
                   rewrite item-master-record
                       invalid key
                           add 1 to ws-posted-count
                           add rv-received-qty to
                             ws-posted-qty-total
                           if ws-held-fill-count > 0
                               perform 230-release-held-fills
                           end-if
                           move "C" to ws-journal-action
                           perform 810-journal-item
                   end-rewrite
           end-read.
      *
           write register-line from ws-register-detail-line
             after advancing 1 line.
      *
      * The releases print under the receipt that filled them -
      * they were held until the receipt line itself was out.
           if ws-release-line-count > 0
               perform 300-print-releases
           end-if.
      *
           read receipts-file
               at end
                   move "y" to ws-receipts-eof-flag
           end-read.
      *
       200-allocate-backorders.
      *
      * Serve the item's open backorders oldest first out of the
      * quantity received - the key runs item then order date, so
      * a start on the item reads them in the order they were
      * taken. The fills are only held here; nothing is written
      * to BACKORDR.DAT until the receipt is on the item master.
           move "n" to ws-backorder-eof-flag.
           move rv-item-number to bo-item-number.
           move low-values to bo-order-date bo-order-stamp.
           move 0 to bo-sequence.
           start backorder-file
               key is not less than bo-backorder-key
               invalid key
                   move "y" to ws-backorder-eof-flag
           end-start.
           if ws-backorder-eof-flag not = "y"
               read backorder-file next record
                   at end
                       move "y" to ws-backorder-eof-flag
               end-read
           end-if.
           perform 210-allocate-one-backorder
             until ws-backorder-eof-flag = "y".
      *
       210-allocate-one-backorder.
      *
           if bo-item-number not = rv-item-number or
             ws-unallocated-qty = 0 or
             ws-held-fill-count = 200
               move "y" to ws-backorder-eof-flag
           else
               if bo-status = "O" and bo-owed-qty > 0
                   if ws-unallocated-qty < bo-owed-qty
                       move ws-unallocated-qty to ws-release-qty
                   else
                       move bo-owed-qty to ws-release-qty
                   end-if
                   subtract ws-release-qty from ws-unallocated-qty
                   add 1 to ws-held-fill-count
                   move bo-backorder-key to
                     hf-backorder-key(ws-held-fill-count)
                   move ws-release-qty to
                     hf-release-qty(ws-held-fill-count)
               end-if
               read backorder-file next record
                   at end
                       move "y" to ws-backorder-eof-flag
               end-read
           end-if.
      *
       220-print-one-release.
      *
      * Build the release line and hold it until the receipt line
      * is written.
           if ws-release-line-count < 50
               add 1 to ws-release-line-count
               move ws-release-qty to rl-release-qty
               move bo-customer-number to rl-customer-number
               move bo-order-date to rl-order-date
               move bo-run-id to rl-run-id
               move bo-branch-code to rl-branch-code
               move bo-owed-qty to rl-owed-qty
               move ws-release-detail-line to
                 ws-held-release-line(ws-release-line-count)
           end-if.
      *
       230-release-held-fills.
      *
      * The receipt is on the item master - now rewrite the fills
      * held for it. Each fill is stamped with the run date that
      * released it; a filled backorder stays on file as "F" so
      * the history of the order is not lost. A fill that cannot
      * be rewritten is not released, and its quantity goes back
      * on the shelf with the rest of the receipt.
           move 0 to ws-unreleased-qty.
           perform 240-release-one-fill
             varying fill-idx from 1 by 1
             until fill-idx > ws-held-fill-count.
           if ws-unreleased-qty > 0
               add ws-unreleased-qty to im-on-hand-qty
               move im-on-hand-qty to rg-new-on-hand
               rewrite item-master-record
                   invalid key
                       display "A2-Receiving: item " im-item-number
                         " - unreleased qty " ws-unreleased-qty
                         " not put back on hand"
               end-rewrite
           end-if.
      *
       240-release-one-fill.
      *
           move hf-backorder-key(fill-idx) to bo-backorder-key.
           move hf-release-qty(fill-idx) to ws-release-qty.
           read backorder-file
               key is bo-backorder-key
               invalid key
                   add ws-release-qty to ws-unreleased-qty
               not invalid key
                   subtract ws-release-qty from bo-owed-qty
                   if bo-owed-qty = 0
                       move "F" to bo-status
                   end-if
                   move ws-run-date to bo-last-release-date
                   rewrite backorder-record
                       invalid key
                           add ws-release-qty to ws-unreleased-qty
                       not invalid key
                           add 1 to ws-released-count
                           add ws-release-qty to
                             ws-released-qty-total
                           perform 220-print-one-release
                   end-rewrite
           end-read.
      *
       300-print-releases.
      *
           perform varying rel-idx from 1 by 1
             until rel-idx > ws-release-line-count
               write register-line from ws-held-release-line(rel-idx)
                 after advancing 1 line
           end-perform.
           move 0 to ws-release-line-count.
      *
       800-write-change-journal.
      *
      * Append one entry to the permanent change journal - the file,
      * key, action and images set by the caller, with the operator
      * and the time.
           accept ws-journal-date from date yyyymmdd.
           accept ws-journal-time from time.
           move spaces to change-journal-line.
           string ws-journal-date delimited by size
             ws-journal-time delimited by size
             into cj-timestamp.
           move ws-operator-id to cj-operator.
           move "A2-Receiving" to cj-program.
           move ws-journal-file-name to cj-file-name.
           move ws-journal-action to cj-action.
           move ws-journal-key to cj-key.
           move ws-journal-before to cj-before-image.
           move ws-journal-after to cj-after-image.
           write change-journal-line.
      *
       810-journal-item.
      *
      * Journal the item master record in hand - the on-hand
      * balance a receipt changed.
           move "ITEMMSTR.DAT" to ws-journal-file-name.
           move im-item-number to ws-journal-key.
           move item-master-record to ws-journal-after.
           perform 800-write-change-journal.
      *
       end program A2-Receiving.
