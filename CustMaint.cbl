       identification division.
       program-id. A2-CustMaint.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Maintenance program for CUSTMSTR.DAT - the
      *  customer master that 067-verify-customer and
      *  055-check-credit-limit in A2-ItemList check every sale
      *  against, and that A2-CustStmt and A2-ARAged read for
      *  names, addresses and terms. Companion to A2-ItemMaint: a
      *  menu for add/update/delete/inquire on cm-customer-number
      *  records, plus a batch mode that applies a credit-limit/
      *  terms change file in one pass and prints a before/after
      *  change register. A customer who still has open items on
      *  ARMASTER.DAT cannot be deleted - the receivables would be
      *  orphaned with no name, address or terms behind them.
      *  Also sets the flag that exempts a customer from the
      *  month-end finance charges A2-FinChg assesses. Every add,
      *  change and delete - the batch changes included - is
      *  written with its before and after image and the operator
      *  id to the change journal A2-CHGJRNL.DAT.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
       select customer-master-file
           assign to "../../../data/CUSTMSTR.DAT"
           organization is indexed
           access mode is dynamic
           record key is cm-customer-number
           file status is ws-cust-master-status.
      *
      * Receivables file - read only, to test for open items before
      * a customer is allowed off the master.
       select ar-master-file
           assign to "../../../data/ARMASTER.DAT"
           organization is indexed
           access mode is dynamic
           record key is ar-open-item-key
           file status is ws-ar-master-status.
      *
      * Credit-limit/terms change transaction file - one line per
      * customer, applied by the batch mode.
       select customer-change-file
           assign to "../../../data/CUSTCHG.DAT"
           organization is line sequential
           file status is ws-cust-change-status.
      *
      * Before/after change register printed by the batch mode so
      * the credit desk can see exactly what each load did.
       select register-file
           assign to "..\..\..\data\A2-CustMaint-Register.out"
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
      * Customer master declaration - must stay in step with the
      * customer-master-record layout A2-ItemList reads, field for
      * field. A zero cm-credit-limit means no limit. A
      * cm-finance-exempt of "Y" keeps the customer out of the
      * A2-FinChg month-end finance charges and dunning notices.
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
      * Receivables open-item declaration - must stay in step with
      * the ar-open-item-record layout A2-ARPost writes, field for
      * field.
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
      * A blank cc-new-terms leaves the customer's terms as they
      * are, so a limit-only change need not re-key the terms. The
      * limit is always applied - zero is a real value (no limit).
       fd customer-change-file
           data record is customer-change-line
           record contains 26 characters.
       01 customer-change-line.
         05 cc-customer-number          pic 9(5).
         05 filler                      pic x(1).
         05 cc-new-credit-limit         pic 9(7)V99.
         05 filler                      pic x(1).
         05 cc-new-terms                pic x(10).
      *
       fd register-file
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
       01 ws-cust-master-work.
         05 ws-cust-master-status      pic x(2)  value "00".
      *
       01 ws-ar-master-work.
         05 ws-ar-master-status        pic x(2)  value "00".
         05 ws-ar-master-available     pic x     value "n".
         05 ws-ar-sweep-eof-flag       pic x     value "n".
         05 ws-open-items-flag         pic x     value "n".
         05 ws-open-item-count         pic 9(5)  value 0.
         05 ws-open-item-total         pic S9(9)V99 value 0.
      *
       01 ws-cust-change-work.
         05 ws-cust-change-status      pic x(2)  value "00".
         05 ws-change-eof-flag          pic x     value "n".
         05 ws-applied-count            pic 9(5)  value 0.
         05 ws-not-found-count          pic 9(5)  value 0.
      *
       01 ws-menu-work.
         05 ws-menu-choice              pic 9     value 0.
         05 ws-done-flag                 pic x     value "n".
         05 ws-delete-customer          pic 9(5)  value 0.
      *
       01 ws-register-heading.
         05 filler                     pic x(34)
              value "A2 Customer Master Change Register".
      *
       01 ws-register-column-heading.
         05 filler                     pic x(5)  value "Cust.".
         05 filler                     pic x(5)  value spaces.
         05 filler                     pic x(9)  value "Old Limit".
         05 filler                     pic x(5)  value spaces.
         05 filler                     pic x(9)  value "New Limit".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(9)  value "Old Terms".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(9)  value "New Terms".
      *
       01 ws-register-detail-line.
         05 rg-customer-number         pic 9(5).
         05 filler                     pic x(2)  value spaces.
         05 rg-old-limit               pic Z,ZZZ,ZZ9.99.
         05 filler                     pic x(2)  value spaces.
         05 rg-new-limit               pic Z,ZZZ,ZZ9.99.
         05 filler                     pic x(2)  value spaces.
         05 rg-old-terms               pic x(10).
         05 filler                     pic x(2)  value spaces.
         05 rg-new-terms               pic x(10).
         05 filler                     pic x(2)  value spaces.
         05 rg-remark                  pic x(13) value spaces.
      *
       01 ws-register-summary-line.
         05 filler                     pic x(18)
                                   value "CHANGES APPLIED = ".
         05 rg-applied-count           pic ZZZZ9.
         05 filler                     pic x(19)
                                   value "   NOT ON MASTER = ".
         05 rg-not-found-count         pic ZZZZ9.
      *
       01 ws-inquire-line.
         05 filler                     pic x(6)  value "Cust: ".
         05 iq-customer-number         pic 9(5).
         05 filler                     pic x(7)  value "  Name:".
         05 iq-customer-name           pic x(25).
         05 filler                     pic x(8)  value "  Terms:".
         05 iq-customer-terms          pic x(10).
         05 filler                     pic x(8)  value "  Limit:".
         05 iq-credit-limit            pic Z,ZZZ,ZZ9.99.
         05 filler                     pic x(10) value "  Exempt: ".
         05 iq-finance-exempt          pic x(1).
      *
       01 ws-inquire-address-line.
         05 filler                     pic x(9)  value "Address: ".
         05 iq-customer-address        pic x(35).
      *
       01 ws-open-items-line.
         05 filler                     pic x(21)
              value "Customer has open AR ".
         05 filler                     pic x(7)  value "items: ".
         05 oi-open-item-count         pic ZZZZ9.
         05 filler                     pic x(10) value "  Open $: ".
         05 oi-open-item-total         pic ZZZ,ZZZ,ZZ9.99-.
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
      * Open the customer master for update, creating it on first
      * use - same pattern as A2-ItemMaint does for ITEMMSTR.DAT.
           open i-o customer-master-file.
           if ws-cust-master-status = "35"
               open output customer-master-file
               close customer-master-file
               open i-o customer-master-file
           end-if.
      *
      * Receivables file is optional - with no ARMASTER.DAT there
      * are no open items to protect.
           open input ar-master-file.
           if ws-ar-master-status = "00"
               move "y" to ws-ar-master-available
           end-if.
      *
           perform 100-menu-loop
             until ws-done-flag = "y".
      *
           close customer-master-file
             change-journal-file.
           if ws-ar-master-available = "y"
               close ar-master-file
           end-if.
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
               display "A2-CustMaint: change journal cannot be "
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
           display "A2 Customer Master Maintenance".
           display "1. Add a customer".
           display "2. Update a customer".
           display "3. Delete a customer".
           display "4. Inquire on a customer".
           display "5. Apply credit-limit/terms change file".
           display "6. Exit".
           display "Enter choice: " with no advancing.
           accept ws-menu-choice.
      *
           evaluate ws-menu-choice
               when 1
                   perform 200-add-customer
               when 2
                   perform 300-update-customer
               when 3
                   perform 400-delete-customer
               when 4
                   perform 500-inquire-customer
               when 5
                   perform 600-apply-customer-changes
               when 6
                   move "y" to ws-done-flag
               when other
                   display "Invalid choice"
           end-evaluate.
      *
       200-add-customer.
      *
           display "Customer number: " with no advancing.
           accept cm-customer-number.
           display "Name: " with no advancing.
           accept cm-customer-name.
           display "Address: " with no advancing.
           accept cm-customer-address.
           display "Terms (e.g. NET30): " with no advancing.
           accept cm-customer-terms.
           display "Credit limit (999999999 = 9999999.99, "
             "0 = no limit): " with no advancing.
           accept cm-credit-limit.
           display "Exempt from finance charges (Y/N): "
             with no advancing.
           accept cm-finance-exempt.
           perform 210-normalize-exempt-flag.
      *
           write customer-master-record
               invalid key
                   display "Customer already on master - use update"
               not invalid key
                   move "A" to ws-journal-action
                   move spaces to ws-journal-before
                   perform 810-journal-customer
           end-write.
      *
       210-normalize-exempt-flag.
      *
      * Anything but a yes is stored as "N", so a blank or mis-keyed
      * answer leaves the customer chargeable.
           if cm-finance-exempt = "Y" or cm-finance-exempt = "y"
               move "Y" to cm-finance-exempt
           else
               move "N" to cm-finance-exempt
           end-if.
      *
       300-update-customer.
      *
           display "Customer number: " with no advancing.
           accept cm-customer-number.
           read customer-master-file
               key is cm-customer-number
               invalid key
                   display "Customer not on master - use add"
               not invalid key
                   move customer-master-record to ws-journal-before
                   display "Name: " with no advancing
                   accept cm-customer-name
                   display "Address: " with no advancing
                   accept cm-customer-address
                   display "Terms (e.g. NET30): " with no advancing
                   accept cm-customer-terms
                   display "Credit limit (999999999 = 9999999.99, "
                     "0 = no limit): " with no advancing
                   accept cm-credit-limit
                   display "Exempt from finance charges (Y/N): "
                     with no advancing
                   accept cm-finance-exempt
                   perform 210-normalize-exempt-flag
                   rewrite customer-master-record
                       invalid key
                           display "Unable to save customer"
                       not invalid key
                           move "C" to ws-journal-action
                           perform 810-journal-customer
                   end-rewrite
           end-read.
      *
       400-delete-customer.
      *
      * A customer with money still open on the receivables file
      * stays on the master - the open items need the name and
      * terms behind them for statements and aging. The open items
      * are counted and shown so the credit desk knows why.
           display "Customer number: " with no advancing.
           accept ws-delete-customer.
      *
           perform 410-check-open-items.
      *
           if ws-open-items-flag = "y"
               move ws-open-item-count to oi-open-item-count
               move ws-open-item-total to oi-open-item-total
               display ws-open-items-line
               display "Customer not deleted - clear the open "
                 "items first"
           else
      * Read before deleting, so the journal holds what was lost.
               move ws-delete-customer to cm-customer-number
               read customer-master-file
                   key is cm-customer-number
                   invalid key
                       display "Customer not on master"
                   not invalid key
                       move customer-master-record to
                         ws-journal-before
                       delete customer-master-file
                           invalid key
                               display "Customer not on master"
                           not invalid key
                               display "Customer deleted"
                               move "D" to ws-journal-action
                               perform 810-journal-customer
                       end-delete
               end-read
           end-if.
      *
       410-check-open-items.
      *
      * Position on the customer's first item - the receivables
      * key is customer then item date, so every item for the
      * customer follows in order until the number changes.
           move "n" to ws-open-items-flag.
           move 0 to ws-open-item-count ws-open-item-total.
           if ws-ar-master-available = "y"
               move "n" to ws-ar-sweep-eof-flag
               move ws-delete-customer to ar-customer-number
               move low-values to ar-item-date
               move low-values to ar-item-type
               start ar-master-file
                   key is not less than ar-open-item-key
                   invalid key
                       move "y" to ws-ar-sweep-eof-flag
               end-start
               if ws-ar-sweep-eof-flag not = "y"
                   read ar-master-file next record
                       at end
                           move "y" to ws-ar-sweep-eof-flag
                   end-read
               end-if
               perform 420-test-one-open-item
                 until ws-ar-sweep-eof-flag = "y"
           end-if.
      *
       420-test-one-open-item.
      *
           if ar-customer-number not = ws-delete-customer
               move "y" to ws-ar-sweep-eof-flag
           else
               if ar-open-amount not = 0
                   move "y" to ws-open-items-flag
                   add 1 to ws-open-item-count
                   add ar-open-amount to ws-open-item-total
               end-if
               read ar-master-file next record
                   at end
                       move "y" to ws-ar-sweep-eof-flag
               end-read
           end-if.
      *
       500-inquire-customer.
      *
           display "Customer number: " with no advancing.
           accept cm-customer-number.
           read customer-master-file
               key is cm-customer-number
               invalid key
                   display "Customer not on master"
               not invalid key
                   move cm-customer-number to iq-customer-number
                   move cm-customer-name to iq-customer-name
                   move cm-customer-terms to iq-customer-terms
                   move cm-credit-limit to iq-credit-limit
                   move cm-finance-exempt to iq-finance-exempt
                   move cm-customer-address to iq-customer-address
                   display ws-inquire-line
                   display ws-inquire-address-line
           end-read.
      *
       600-apply-customer-changes.
      *
      * Batch mode - apply the credit-limit/terms change file in
      * one pass and print a before/after change register. A
      * change for a customer not on the master is registered, not
      * applied, so a mis-keyed customer number is visible instead
      * of silently lost.
           move 0 to ws-applied-count ws-not-found-count.
           move "n" to ws-change-eof-flag.
      *
           open input customer-change-file.
           if ws-cust-change-status not = "00"
               display "No customer change file to apply"
           else
               open output register-file
               write register-line from ws-register-heading
                 after advancing 1 line
               write register-line from ws-register-column-heading
                 after advancing 2 lines
               write register-line from spaces
                 after advancing 1 line
      *
               read customer-change-file
                   at end
                       move "y" to ws-change-eof-flag
               end-read
               perform 610-apply-one-change
                 until ws-change-eof-flag = "y"
      *
               move ws-applied-count to rg-applied-count
               move ws-not-found-count to rg-not-found-count
               write register-line from ws-register-summary-line
                 after advancing 2 lines
      *
               close customer-change-file
                 register-file
               display "Customer changes applied - see change "
                 "register"
           end-if.
      *
       610-apply-one-change.
      *
           move spaces to ws-register-detail-line.
           move cc-customer-number to rg-customer-number.
      *
           move cc-customer-number to cm-customer-number.
           read customer-master-file
               key is cm-customer-number
               invalid key
                   add 1 to ws-not-found-count
                   move 0 to rg-old-limit
                   move cc-new-credit-limit to rg-new-limit
                   move cc-new-terms to rg-new-terms
                   move "NOT ON MASTER" to rg-remark
               not invalid key
                   move customer-master-record to ws-journal-before
                   move cm-credit-limit to rg-old-limit
                   move cm-customer-terms to rg-old-terms
                   move cc-new-credit-limit to cm-credit-limit
                   if cc-new-terms not = spaces
                       move cc-new-terms to cm-customer-terms
                   end-if
                   move cm-credit-limit to rg-new-limit
                   move cm-customer-terms to rg-new-terms
                   rewrite customer-master-record
                       invalid key
                           move "NOT APPLIED" to rg-remark
                       not invalid key
                           add 1 to ws-applied-count
                           move "C" to ws-journal-action
                           perform 810-journal-customer
                   end-rewrite
           end-read.
      *
           write register-line from ws-register-detail-line
             after advancing 1 line.
      *
           read customer-change-file
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
           move "A2-CustMaint" to cj-program.
           move ws-journal-file-name to cj-file-name.
           move ws-journal-action to cj-action.
           move ws-journal-key to cj-key.
           move ws-journal-before to cj-before-image.
           move ws-journal-after to cj-after-image.
           write change-journal-line.
      *
       810-journal-customer.
      *
      * Journal the customer master record in hand under the action
      * the caller set; a delete leaves no after image.
           move "CUSTMSTR.DAT" to ws-journal-file-name.
           move cm-customer-number to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move customer-master-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
      *
       end program A2-CustMaint.
