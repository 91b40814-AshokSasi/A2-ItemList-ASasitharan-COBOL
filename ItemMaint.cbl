      *  price-change transaction file in one pass and prints a
      *  before/after change register, so merchandising's price
      *  changes can be loaded instead of piling up as "P" flags
      *  on the item list report. Add/update also maintain the
      *  item's unit cost and product class, which the margin and
      *  inventory valuation reports cost the day's sales and the
      *  on-hand balances from. Every add, change and delete - the
      *  batch price changes included - is written with its before
      *  and after image and the operator id to the change journal
      *  A2-CHGJRNL.DAT.
       environment division.
       configuration section.
      *
       select register-file
           assign to "..\..\..\data\A2-ItemMaint-Register.out"
           organization is line sequential.
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
      * im-supplier-number/im-order-qty carry the purchasing side -
      * read by A2-PurchGen for the suggested purchase orders and
      * maintained here alongside the reorder point.
      * im-unit-cost/im-product-class carry the costing side - read
      * by A2-Margin and A2-InvValue.
       01 item-master-record.
         05 im-item-number              pic 9(4).
         05 im-product-description      pic x(13).
         05 im-reorder-point            pic 9(5).
         05 im-supplier-number          pic 9(4).
         05 im-order-qty                pic 9(5).
         05 im-unit-cost                pic 9(4)V99.
         05 im-product-class            pic x(1).
      *
       fd price-change-file
           data record is price-change-line
           data record is register-line
           record contains 80 characters.
       01 register-line                 pic x(80).
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
       01 ws-item-master-work.
         05 ws-item-master-status      pic x(2)  value "00".
         05 iq-supplier-number         pic 9(4).
         05 filler                     pic x(11) value "  OrderQty:".
         05 iq-order-qty               pic ZZZZ9.
         05 filler                     pic x(7)  value "  Cost:".
         05 iq-unit-cost               pic ZZ,ZZ9.99.
         05 filler                     pic x(8)  value "  Class:".
         05 iq-product-class           pic x(1).
      *
       procedure division.
      *
       000-main.
      *
           perform 010-open-change-journal.
           if ws-journal-ready not = "y"
               goback
           end-if.
      *
      * Open the item master for update, creating it on first use -
      * same pattern as A2-RatesMaint does for RATES.DAT.
           perform 100-menu-loop
             until ws-done-flag = "y".
      *
           close item-master-file
             change-journal-file.
           goback.
      *
       010-open-change-journal.
      *
      * Open the change journal for append, creating it on first
      * use (status 35), and take the operator id every entry
      * carries. Without both nothing is maintained - an untraced
      * change is what the journal is there to prevent.
           move "n" to ws-journal-ready.
           open extend change-journal-file.
           if ws-journal-status = "35"
               open output change-journal-file
           end-if.
           if ws-journal-status not = "00"
               display "A2-ItemMaint: change journal cannot be "
                 "opened - status " ws-journal-status
           else
               display "Operator id: " with no advancing
               accept ws-operator-id
               if ws-operator-id = spaces
                   display "An operator id is required"
                   close change-journal-file
               else
                   move "y" to ws-journal-ready
               end-if
           end-if.
      *
       100-menu-loop.
      *
           accept im-supplier-number.
           display "Order quantity: " with no advancing.
           accept im-order-qty.
           display "Unit cost (999999 = 9999.99): "
             with no advancing.
           accept im-unit-cost.
           display "Product class: " with no advancing.
           accept im-product-class.
      *
           write item-master-record
               invalid key
                   display "Item already on master - use update"
               not invalid key
                   move "A" to ws-journal-action
                   move spaces to ws-journal-before
                   perform 810-journal-item
           end-write.
      *
       300-update-item.
               invalid key
                   display "Item not on master - use add"
               not invalid key
                   move item-master-record to ws-journal-before
                   display "Description: " with no advancing
                   accept im-product-description
                   display "Price per unit (999999 = 9999.99): "
                   accept im-supplier-number
                   display "Order quantity: " with no advancing
                   accept im-order-qty
                   display "Unit cost (999999 = 9999.99): "
                     with no advancing
                   accept im-unit-cost
                   display "Product class: " with no advancing
                   accept im-product-class
                   rewrite item-master-record
                       invalid key
                           display "Unable to save item"
                       not invalid key
                           move "C" to ws-journal-action
                           perform 810-journal-item
                   end-rewrite
           end-read.
      *
       400-delete-item.
      *
      * Read before deleting, so the journal holds what was lost.
           display "Item number: " with no advancing.
           accept im-item-number.
           read item-master-file
               key is im-item-number
               invalid key
                   display "Item not on master"
               not invalid key
                   move item-master-record to ws-journal-before
                   delete item-master-file
                       invalid key
                           display "Item not on master"
                       not invalid key
                           display "Item deleted"
                           move "D" to ws-journal-action
                           perform 810-journal-item
                   end-delete
           end-read.
      *
       500-inquire-item.
      *
                   move im-reorder-point to iq-reorder-point
                   move im-supplier-number to iq-supplier-number
                   move im-order-qty to iq-order-qty
                   move im-unit-cost to iq-unit-cost
                   move im-product-class to iq-product-class
                   display ws-inquire-line
           end-read.
      *
                   move pc-new-price to rg-new-price
                   move "NOT ON MASTER" to rg-remark
               not invalid key
                   move item-master-record to ws-journal-before
                   move im-price-per-unit to rg-old-price
                   move pc-new-price to rg-new-price
                   move pc-new-price to im-price-per-unit
                           move "NOT APPLIED" to rg-remark
                       not invalid key
                           add 1 to ws-applied-count
                           move "C" to ws-journal-action
                           perform 810-journal-item
                   end-rewrite
           end-read.
      *
               at end
                   move "y" to ws-change-eof-flag
           end-read.
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
           move "A2-ItemMaint" to cj-program.
           move ws-journal-file-name to cj-file-name.
           move ws-journal-action to cj-action.
           move ws-journal-key to cj-key.
           move ws-journal-before to cj-before-image.
           move ws-journal-after to cj-after-image.
           write change-journal-line.
      *
       810-journal-item.
      *
      * Journal the item master record in hand under the action the
      * caller set; a delete leaves no after image.
           move "ITEMMSTR.DAT" to ws-journal-file-name.
           move im-item-number to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move item-master-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
      *
       end program A2-ItemMaint.
