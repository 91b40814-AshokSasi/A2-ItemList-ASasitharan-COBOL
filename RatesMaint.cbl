      *  by 064-check-promotion in A2-ItemList - and the GL
      *  account map GLACCTMAP.DAT that A2-GLExtract posts the
      *  daily journal against ("AR", "SALES", "DISC", "TRANS",
      *  "RETNS", and "TAX" plus the jurisdiction code) - and the
      *  finance charge rate FINRATE.DAT that A2-FinChg assesses
      *  on past-due receivables at month-end. Every add, change
      *  and delete on any of them is written with its before and
      *  after image and the operator id to the change journal
      *  A2-CHGJRNL.DAT.
       environment division.
       configuration section.
      *
           access mode is dynamic
           record key is ga-map-code
           file status is ws-gl-map-status.
      *
       select finance-rate-file
           assign to "../../../data/FINRATE.DAT"
           organization is indexed
           access mode is dynamic
           record key is fr-rate-code
           file status is ws-finance-rate-status.
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
         05 ga-map-code                 pic x(6).
         05 ga-account-number           pic x(8).
         05 ga-account-name             pic x(25).
      *
      * Finance charge rate declaration - must stay in step with the
      * layout A2-FinChg reads, field for field. One row, code "FC":
      * the monthly rate on a past-due open amount and the least
      * charge worth billing a customer.
       fd finance-rate-file.
      *
       01 finance-rate-record.
         05 fr-rate-code                pic x(2).
         05 fr-monthly-rate             pic 9V9999.
         05 fr-minimum-charge           pic 9(3)V99.
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
       01 ws-rates-work.
         05 ws-rates-status            pic x(2)  value "00".
         05 ws-tax-rates-status        pic x(2)  value "00".
         05 ws-promo-status            pic x(2)  value "00".
         05 ws-gl-map-status           pic x(2)  value "00".
         05 ws-finance-rate-status     pic x(2)  value "00".
      *
       01 ws-menu-work.
         05 ws-menu-choice              pic 9     value 0.
       procedure division.
      *
       000-main.
      *
           perform 010-open-change-journal.
           if ws-journal-ready not = "y"
               goback
           end-if.
      *
           open i-o rates-file.
           if ws-rates-status = "35"
               close gl-account-map-file
               open i-o gl-account-map-file
           end-if.
      *
           open i-o finance-rate-file.
           if ws-finance-rate-status = "35"
               open output finance-rate-file
               close finance-rate-file
               open i-o finance-rate-file
           end-if.
      *
           perform 100-menu-loop
             until ws-done-flag = "y".
           close rates-file
             tax-rates-file
             promo-file
             gl-account-map-file
             finance-rate-file
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
               display "A2-RatesMaint: change journal cannot be "
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
           display "3. Add/Update an item promotion row".
           display "4. Delete an item promotion row".
           display "5. Add/Update a GL account map row".
           display "6. Set the finance charge rate".
           display "7. Exit".
           display "Enter choice: " with no advancing.
           accept ws-menu-choice.
      *
               when 5
                   perform 600-add-update-gl-map-row
               when 6
                   perform 700-set-finance-rate
               when 7
                   move "y" to ws-done-flag
               when other
                   display "Invalid choice"
      *
           display "Class (A/B/D/F/*): " with no advancing.
           accept rt-class.
           read rates-file
               key is rt-class
               invalid key
                   move "A" to ws-journal-action
                   move spaces to ws-journal-before
               not invalid key
                   move "C" to ws-journal-action
                   move rate-record to ws-journal-before
           end-read.
           display "Discount rate (0.05 = 5%): " with no advancing.
           accept rt-discount-rate.
           display "Discount threshold: " with no advancing.
                   rewrite rate-record
                       invalid key
                           display "Unable to save rate row"
                       not invalid key
                           perform 210-journal-rate
                   end-rewrite
               not invalid key
                   perform 210-journal-rate
           end-write.
      *
       210-journal-rate.
      *
           move "RATES.DAT" to ws-journal-file-name.
           move rt-class to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move rate-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
      *
       300-add-update-tax-row.
      *
           display "Jurisdiction code: " with no advancing.
           accept tx-jurisdiction.
           read tax-rates-file
               key is tx-jurisdiction
               invalid key
                   move "A" to ws-journal-action
                   move spaces to ws-journal-before
               not invalid key
                   move "C" to ws-journal-action
                   move tax-rate-record to ws-journal-before
           end-read.
           display "Tax rate (00725 = 7.25%): " with no advancing.
           accept tx-tax-rate.
           display "Class A taxable (Y/N): " with no advancing.
                   rewrite tax-rate-record
                       invalid key
                           display "Unable to save tax row"
                       not invalid key
                           perform 310-journal-tax-row
                   end-rewrite
               not invalid key
                   perform 310-journal-tax-row
           end-write.
      *
       310-journal-tax-row.
      *
           move "TAXRATES.DAT" to ws-journal-file-name.
           move tx-jurisdiction to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move tax-rate-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
      *
       400-add-update-promo-row.
      *
           display "Item number: " with no advancing.
           accept pm-item-number.
           read promo-file
               key is pm-item-number
               invalid key
                   move "A" to ws-journal-action
                   move spaces to ws-journal-before
               not invalid key
                   move "C" to ws-journal-action
                   move promo-record to ws-journal-before
           end-read.
           display "Promo price (999999 = 9999.99): "
             with no advancing.
           accept pm-promo-price.
                   rewrite promo-record
                       invalid key
                           display "Unable to save promotion row"
                       not invalid key
                           perform 410-journal-promo-row
                   end-rewrite
               not invalid key
                   perform 410-journal-promo-row
           end-write.
      *
       410-journal-promo-row.
      *
           move "PROMO.DAT" to ws-journal-file-name.
           move pm-item-number to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move promo-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
      *
       500-delete-promo-row.
      *
      * A promotion that ends early is deleted rather than left to
      * age out, so the pricing lookup never sees it again. It is
      * read first, so the journal holds what was deleted.
           display "Item number: " with no advancing.
           accept pm-item-number.
           read promo-file
               key is pm-item-number
               invalid key
                   display "No promotion on file for that item"
               not invalid key
                   move promo-record to ws-journal-before
                   delete promo-file
                       invalid key
                           display "No promotion on file for that item"
                       not invalid key
                           display "Promotion deleted"
                           move "D" to ws-journal-action
                           perform 410-journal-promo-row
                   end-delete
           end-read.
      *
       600-add-update-gl-map-row.
      *
           display "Map code (AR/SALES/DISC/TRANS/RETNS/TAXxx): "
             with no advancing.
           accept ga-map-code.
           read gl-account-map-file
               key is ga-map-code
               invalid key
                   move "A" to ws-journal-action
                   move spaces to ws-journal-before
               not invalid key
                   move "C" to ws-journal-action
                   move gl-account-map-record to ws-journal-before
           end-read.
           display "Account number: " with no advancing.
           accept ga-account-number.
           display "Account name: " with no advancing.
                   rewrite gl-account-map-record
                       invalid key
                           display "Unable to save account map row"
                       not invalid key
                           perform 610-journal-gl-map-row
                   end-rewrite
               not invalid key
                   perform 610-journal-gl-map-row
           end-write.
      *
       610-journal-gl-map-row.
      *
           move "GLACCTMAP.DAT" to ws-journal-file-name.
           move ga-map-code to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move gl-account-map-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
      *
       700-set-finance-rate.
      *
           move "FC" to fr-rate-code.
           read finance-rate-file
               key is fr-rate-code
               invalid key
                   move "A" to ws-journal-action
                   move spaces to ws-journal-before
               not invalid key
                   move "C" to ws-journal-action
                   move finance-rate-record to ws-journal-before
           end-read.
           display "Monthly finance rate (00150 = 1.5%): "
             with no advancing.
           accept fr-monthly-rate.
           display "Minimum charge (00200 = 2.00): "
             with no advancing.
           accept fr-minimum-charge.
      *
           write finance-rate-record
               invalid key
                   rewrite finance-rate-record
                       invalid key
                           display "Unable to save finance rate"
                       not invalid key
                           perform 710-journal-finance-rate
                   end-rewrite
               not invalid key
                   perform 710-journal-finance-rate
           end-write.
      *
       710-journal-finance-rate.
      *
           move "FINRATE.DAT" to ws-journal-file-name.
           move fr-rate-code to ws-journal-key.
           if ws-journal-action = "D"
               move spaces to ws-journal-after
           else
               move finance-rate-record to ws-journal-after
           end-if.
           perform 800-write-change-journal.
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
           move "A2-RatesMaint" to cj-program.
           move ws-journal-file-name to cj-file-name.
           move ws-journal-action to cj-action.
           move ws-journal-key to cj-key.
           move ws-journal-before to cj-before-image.
           move ws-journal-after to cj-after-image.
           write change-journal-line.
      *
       end program A2-RatesMaint.
