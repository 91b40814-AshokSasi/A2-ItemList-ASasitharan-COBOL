       identification division.
       program-id. A2-ContractMaint.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Maintenance program for CONTRACT.DAT - the
      *  customer contract price table that 062-check-contract in
      *  A2-ItemList bills from. Companion to A2-CustMaint: a menu
      *  for add/update/delete/inquire on customer-and-item
      *  contract rows, each with a negotiated price and the from/
      *  to dates it is in effect, plus a report of the contracts
      *  running out within the next 30 days of the run date so
      *  sales can renegotiate them before they lapse and the
      *  customer falls back to list price. A new contract must be
      *  for a customer and an item that are on their masters.
      *  Every add, change and delete is written with its before
      *  and after image and the operator id to the change journal
      *  A2-CHGJRNL.DAT.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads; the expiry window is measured from its run date.
       select run-control-file
           assign to "../../../data/A2-RUNCTL.dat"
           organization is line sequential
           file status is ws-runctl-status.
      *
       select contract-file
           assign to "../../../data/CONTRACT.DAT"
           organization is indexed
           access mode is dynamic
           record key is cp-contract-key
           file status is ws-contract-status.
      *
      * Customer and item masters - read only, to validate a new
      * contract and to name the rows on the expiry report.
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
       select expiry-report-file
           assign to ws-expiry-filename
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
      * Contract declaration - must stay in step with the
      * contract-record layout A2-ItemList reads, field for field.
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
      * Item master declaration - must stay in step with the
      * item-master-record layout A2-ItemMaint maintains.
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
       fd expiry-report-file
           data record is expiry-line
           record contains 132 characters.
       01 expiry-line                   pic x(132).
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
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
         05 ws-expiry-filename          pic x(60) value spaces.
      *
       01 ws-contract-work.
         05 ws-contract-status          pic x(2)  value "00".
         05 ws-contract-eof-flag        pic x     value "n".
         05 ws-valid-flag               pic x     value "y".
      *
       01 ws-master-work.
         05 ws-cust-master-status      pic x(2)  value "00".
         05 ws-cust-master-available   pic x     value "n".
         05 ws-item-master-status      pic x(2)  value "00".
         05 ws-item-master-available   pic x     value "n".
      *
       01 ws-menu-work.
         05 ws-menu-choice              pic 9     value 0.
         05 ws-done-flag                 pic x     value "n".
      *
      * Expiry window - run date as a day number, and the day
      * number 30 days on; the dates are redefined so
      * integer-of-date can take them.
       01 ws-expiry-work.
         05 ws-expiry-days              pic 9(3)  value 30.
         05 ws-asof-date-x              pic x(8)  value spaces.
         05 ws-asof-date-n redefines ws-asof-date-x
                                        pic 9(8).
         05 ws-to-date-x                pic x(8)  value spaces.
         05 ws-to-date-n redefines ws-to-date-x
                                        pic 9(8).
         05 ws-asof-day-number          pic 9(7)  value 0.
         05 ws-to-day-number            pic 9(7)  value 0.
         05 ws-days-left                pic 9(3)  value 0.
         05 ws-expiring-count           pic 9(5)  value 0.
         05 ws-contract-count           pic 9(5)  value 0.
      *
       01 ws-inquire-line.
         05 filler                     pic x(6)  value "Cust: ".
         05 iq-customer-number         pic 9(5).
         05 filler                     pic x(8)  value "  Item: ".
         05 iq-item-number             pic 9(4).
         05 filler                     pic x(9)  value "  Price: ".
         05 iq-contract-price          pic Z,ZZ9.99.
         05 filler                     pic x(8)  value "  From: ".
         05 iq-from-date               pic x(8).
         05 filler                     pic x(6)  value "  To: ".
         05 iq-to-date                 pic x(8).
      *
       01 ws-expiry-heading.
         05 filler                     pic x(38)
              value "A2 Contracts Expiring Within 30 Days  ".
         05 eh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 eh-run-id                  pic x(6).
      *
       01 ws-expiry-column-heading.
         05 filler                     pic x(5)  value "Cust.".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(13) value "Customer Name".
         05 filler                     pic x(14) value spaces.
         05 filler                     pic x(4)  value "Item".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(11) value "Description".
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(8)  value "Contract".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(4)  value "List".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(4)  value "From".
         05 filler                     pic x(8)  value spaces.
         05 filler                     pic x(2)  value "To".
         05 filler                     pic x(7)  value spaces.
         05 filler                     pic x(9)  value "Days Left".
      *
       01 ws-expiry-detail-line.
         05 ed-customer-number         pic 9(5).
         05 filler                     pic x(3)  value spaces.
         05 ed-customer-name           pic x(25).
         05 filler                     pic x(2)  value spaces.
         05 ed-item-number             pic 9(4).
         05 filler                     pic x(3)  value spaces.
         05 ed-product-description     pic x(13).
         05 filler                     pic x(2)  value spaces.
         05 ed-contract-price          pic Z,ZZ9.99.
         05 filler                     pic x(2)  value spaces.
         05 ed-list-price              pic Z,ZZ9.99.
         05 filler                     pic x(2)  value spaces.
         05 ed-from-date               pic x(8).
         05 filler                     pic x(2)  value spaces.
         05 ed-to-date                 pic x(8).
         05 filler                     pic x(4)  value spaces.
         05 ed-days-left               pic ZZ9.
      *
       01 ws-expiry-summary-line.
         05 filler                     pic x(21)
                                   value "CONTRACTS ON FILE =  ".
         05 es-contract-count          pic ZZZZ9.
         05 filler                     pic x(15)
                                   value "   EXPIRING =  ".
         05 es-expiring-count          pic ZZZZ9.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
           perform 010-open-change-journal.
           if ws-journal-ready not = "y"
               goback
           end-if.
      *
      * Open the contract table for update, creating it on first
      * use - same pattern as A2-ItemMaint does for ITEMMSTR.DAT.
           open i-o contract-file.
           if ws-contract-status = "35"
               open output contract-file
               close contract-file
               open i-o contract-file
           end-if.
      *
      * Both masters are optional - without one, a new contract is
      * not checked against it and the report leaves the name or
      * description blank.
           open input customer-master-file.
           if ws-cust-master-status = "00"
               move "y" to ws-cust-master-available
           end-if.
           open input item-master-file.
           if ws-item-master-status = "00"
               move "y" to ws-item-master-available
           end-if.
      *
           perform 100-menu-loop
             until ws-done-flag = "y".
      *
           close contract-file
             change-journal-file.
           if ws-cust-master-available = "y"
               close customer-master-file
           end-if.
           if ws-item-master-available = "y"
               close item-master-file
           end-if.
           goback.
      *
       005-set-run-context.
      *
      * The run date comes from the run-control file when there is
      * one, today's date otherwise.
           accept ws-run-date from date yyyymmdd.
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
           move spaces to ws-expiry-filename.
           string "..\..\..\data\A2-ContractExp-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-expiry-filename.
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
               display "A2-ContractMaint: change journal cannot be "
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
           display "A2 Contract Price Maintenance".
           display "1. Add a contract".
           display "2. Update a contract".
           display "3. Delete a contract".
           display "4. Inquire on a contract".
           display "5. Print contracts expiring in 30 days".
           display "6. Exit".
           display "Enter choice: " with no advancing.
           accept ws-menu-choice.
      *
           evaluate ws-menu-choice
               when 1
                   perform 200-add-contract
               when 2
                   perform 300-update-contract
               when 3
                   perform 400-delete-contract
               when 4
                   perform 500-inquire-contract
               when 5
                   perform 600-print-expiring
               when 6
                   move "y" to ws-done-flag
               when other
                   display "Invalid choice"
           end-evaluate.
      *
       150-accept-contract-key.
      *
           display "Customer number: " with no advancing.
           accept cp-customer-number.
           display "Item number: " with no advancing.
           accept cp-item-number.
      *
       160-accept-contract-terms.
      *
           display "Contract price (999999 = 9999.99): "
             with no advancing.
           accept cp-contract-price.
           display "Effective from (YYYYMMDD): " with no advancing.
           accept cp-from-date.
           display "Effective to (YYYYMMDD): " with no advancing.
           accept cp-to-date.
           move "y" to ws-valid-flag.
           if cp-to-date < cp-from-date
               move "n" to ws-valid-flag
               display "To date is before from date - not saved"
           end-if.
      *
       200-add-contract.
      *
           perform 150-accept-contract-key.
           perform 210-check-masters.
           if ws-valid-flag = "y"
               perform 160-accept-contract-terms
           end-if.
           if ws-valid-flag = "y"
               write contract-record
                   invalid key
                       display "Contract already on file - use update"
                   not invalid key
                       move "A" to ws-journal-action
                       move spaces to ws-journal-before
                       perform 810-journal-contract
               end-write
           end-if.
      *
       210-check-masters.
      *
      * A contract for a customer or item the masters do not carry
      * could never be billed - refuse it at the door.
           move "y" to ws-valid-flag.
           if ws-cust-master-available = "y"
               move cp-customer-number to cm-customer-number
               read customer-master-file
                   key is cm-customer-number
                   invalid key
                       move "n" to ws-valid-flag
                       display "Customer not on customer master"
               end-read
           end-if.
           if ws-item-master-available = "y"
               move cp-item-number to im-item-number
               read item-master-file
                   key is im-item-number
                   invalid key
                       move "n" to ws-valid-flag
                       display "Item not on item master"
               end-read
           end-if.
      *
       300-update-contract.
      *
           perform 150-accept-contract-key.
           read contract-file
               key is cp-contract-key
               invalid key
                   display "Contract not on file - use add"
               not invalid key
                   move contract-record to ws-journal-before
                   perform 160-accept-contract-terms
                   if ws-valid-flag = "y"
                       rewrite contract-record
                           invalid key
                               display "Unable to save contract"
                           not invalid key
                               move "C" to ws-journal-action
                               perform 810-journal-contract
                       end-rewrite
                   end-if
           end-read.
      *
       400-delete-contract.
      *
      * Read before deleting, so the journal holds what was lost.
           perform 150-accept-contract-key.
           read contract-file
               key is cp-contract-key
               invalid key
                   display "Contract not on file"
               not invalid key
                   move contract-record to ws-journal-before
                   delete contract-file
                       invalid key
                           display "Contract not on file"
                       not invalid key
                           display "Contract deleted"
                           move "D" to ws-journal-action
                           perform 810-journal-contract
                   end-delete
           end-read.
      *
       500-inquire-contract.
      *
           perform 150-accept-contract-key.
           read contract-file
               key is cp-contract-key
               invalid key
                   display "Contract not on file"
               not invalid key
                   move cp-customer-number to iq-customer-number
                   move cp-item-number to iq-item-number
                   move cp-contract-price to iq-contract-price
                   move cp-from-date to iq-from-date
                   move cp-to-date to iq-to-date
                   display ws-inquire-line
           end-read.
      *
       600-print-expiring.
      *
      * Sweep the whole table in customer/item order and list each
      * contract whose to-date falls from the run date through 30
      * days on - already lapsed contracts are not listed, they no
      * longer bill.
           move ws-run-date to ws-asof-date-x.
           compute ws-asof-day-number =
             function integer-of-date(ws-asof-date-n).
           compute ws-to-day-number =
             ws-asof-day-number + ws-expiry-days.
           move 0 to ws-expiring-count ws-contract-count.
           move "n" to ws-contract-eof-flag.
      *
           open output expiry-report-file.
           move ws-run-date to eh-run-date.
           move ws-run-id to eh-run-id.
           write expiry-line from ws-expiry-heading
             after advancing 1 line.
           write expiry-line from ws-expiry-column-heading
             after advancing 2 lines.
           write expiry-line from spaces
             after advancing 1 line.
      *
           move low-values to cp-contract-key.
           start contract-file
               key is not less than cp-contract-key
               invalid key
                   move "y" to ws-contract-eof-flag
           end-start.
           if ws-contract-eof-flag not = "y"
               read contract-file next record
                   at end
                       move "y" to ws-contract-eof-flag
               end-read
           end-if.
           perform 610-test-one-contract
             until ws-contract-eof-flag = "y".
      *
           move ws-contract-count to es-contract-count.
           move ws-expiring-count to es-expiring-count.
           write expiry-line from ws-expiry-summary-line
             after advancing 2 lines.
           close expiry-report-file.
           display "Expiring contracts listed - " ws-expiring-count.
      *
       610-test-one-contract.
      *
           add 1 to ws-contract-count.
           if cp-to-date not < ws-run-date and
             cp-to-date numeric
               move cp-to-date to ws-to-date-x
               if function integer-of-date(ws-to-date-n)
                 not > ws-to-day-number
                   compute ws-days-left =
                     function integer-of-date(ws-to-date-n)
                     - ws-asof-day-number
                   perform 620-print-one-expiring
               end-if
           end-if.
      *
           read contract-file next record
               at end
                   move "y" to ws-contract-eof-flag
           end-read.
      *
       620-print-one-expiring.
      *
           add 1 to ws-expiring-count.
           move spaces to ws-expiry-detail-line.
           move cp-customer-number to ed-customer-number.
           move cp-item-number to ed-item-number.
           move cp-contract-price to ed-contract-price.
           move cp-from-date to ed-from-date.
           move cp-to-date to ed-to-date.
           move ws-days-left to ed-days-left.
      *
           if ws-cust-master-available = "y"
               move cp-customer-number to cm-customer-number
               read customer-master-file
                   key is cm-customer-number
                   invalid key
                       move "NOT ON MASTER" to ed-customer-name
                   not invalid key
                       move cm-customer-name to ed-customer-name
               end-read
           end-if.
           if ws-item-master-available = "y"
               move cp-item-number to im-item-number
               read item-master-file
                   key is im-item-number
                   invalid key
                       move "NOT ON MASTER" to ed-product-description
                   not invalid key
                       move im-product-description to
                         ed-product-description
                       move im-price-per-unit to ed-list-price
               end-read
           end-if.
      *
           write expiry-line from ws-expiry-detail-line
             after advancing 1 line.
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
           move "A2-ContractMaint" to cj-program.
           move ws-journal-file-name to cj-file-name.
           move ws-journal-action to cj-action.
           move ws-journal-key to cj-key.
           move ws-journal-before to cj-before-image.
           move ws-journal-after to cj-after-image.
           write change-journal-line.
      *
       810-journal-contract.
      *
      * Journal the contract record in hand under the action the
      * caller set, keyed customer number then item number; a
      * delete leaves no after image.
           move "CONTRACT.DAT" to ws-journal-file-name.
           move cp-contract-key to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move contract-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
      *
       end program A2-ContractMaint.
