       identification division.
       program-id. A2-LayoutCnv.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: One-off reload of the three keyed files whose
      *  records were lengthened, from the old layout to the new:
      *   ITEMMSTR.DAT  im-unit-cost (zero) and im-product-class
      *                 (blank) appended - 42 to 49 bytes
      *   CUSTMSTR.DAT  cm-finance-exempt ("N") appended - 84 to 85
      *                 bytes
      *   ARMASTER.DAT  ar-item-type (blank, a day posting) added to
      *                 the end of ar-open-item-key - 49 to 50 bytes
      *  Each file is read in key order under its old layout and
      *  copied, record for record, to a work file beside it
      *  (ITEMMSTR.CNV, CUSTMSTR.CNV, ARMASTER.CNV); the file is then
      *  rebuilt from the work file in the new layout, the same
      *  copy-out and copy-back the run-log trim in A2-Archive uses.
      *  The work files are left in place as the copy of the old
      *  data. A file that already opens under its new layout has
      *  been converted and is passed over, as is a file that is
      *  not there, so running this twice does no harm. Each file
      *  must foot - records written equal to records read - and a
      *  file that does not ends the run with return code 8.
      *  Run once, before any of the programs that read the new
      *  layouts, with the day's jobs stopped.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Each file is declared twice over the same data set - the old
      * layout to read it, the new layout to rebuild it.
       select old-item-master-file
           assign to "../../../data/ITEMMSTR.DAT"
           organization is indexed
           access mode is sequential
           record key is oi-item-number
           file status is ws-old-item-status.
      *
       select item-master-file
           assign to "../../../data/ITEMMSTR.DAT"
           organization is indexed
           access mode is sequential
           record key is im-item-number
           file status is ws-item-master-status.
      *
       select item-work-file
           assign to "../../../data/ITEMMSTR.CNV"
           organization is line sequential
           file status is ws-item-work-status.
      *
       select old-customer-master-file
           assign to "../../../data/CUSTMSTR.DAT"
           organization is indexed
           access mode is sequential
           record key is oc-customer-number
           file status is ws-old-cust-status.
      *
       select customer-master-file
           assign to "../../../data/CUSTMSTR.DAT"
           organization is indexed
           access mode is sequential
           record key is cm-customer-number
           file status is ws-cust-master-status.
      *
       select customer-work-file
           assign to "../../../data/CUSTMSTR.CNV"
           organization is line sequential
           file status is ws-cust-work-status.
      *
       select old-ar-master-file
           assign to "../../../data/ARMASTER.DAT"
           organization is indexed
           access mode is sequential
           record key is oa-open-item-key
           file status is ws-old-ar-status.
      *
       select ar-master-file
           assign to "../../../data/ARMASTER.DAT"
           organization is indexed
           access mode is sequential
           record key is ar-open-item-key
           file status is ws-ar-master-status.
      *
       select ar-work-file
           assign to "../../../data/ARMASTER.CNV"
           organization is line sequential
           file status is ws-ar-work-status.
      *
       data division.
       file section.
      *
      * Item master as it was before im-unit-cost and
      * im-product-class were added.
       fd old-item-master-file.
      *
       01 old-item-master-record.
         05 oi-item-number              pic 9(4).
         05 filler                      pic x(38).
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
      * Old item master record, field for field, as copied out.
       fd item-work-file
           data record is item-work-record
           record contains 42 characters.
      *
       01 item-work-record.
         05 iw-item-number              pic 9(4).
         05 iw-product-description      pic x(13).
         05 iw-price-per-unit           pic 9(4)V99.
         05 iw-on-hand-qty              pic 9(5).
         05 iw-reorder-point            pic 9(5).
         05 iw-supplier-number          pic 9(4).
         05 iw-order-qty                pic 9(5).
      *
      * Customer master as it was before cm-finance-exempt was
      * added.
       fd old-customer-master-file.
      *
       01 old-customer-master-record.
         05 oc-customer-number          pic 9(5).
         05 filler                      pic x(79).
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
       fd customer-work-file
           data record is customer-work-record
           record contains 84 characters.
      *
       01 customer-work-record.
         05 cw-customer-number          pic 9(5).
         05 cw-customer-name            pic x(25).
         05 cw-customer-address         pic x(35).
         05 cw-customer-terms           pic x(10).
         05 cw-credit-limit             pic 9(7)V99.
      *
      * Receivables open item as it was before ar-item-type was
      * added to the key.
       fd old-ar-master-file.
      *
       01 old-ar-open-item-record.
         05 oa-open-item-key            pic x(13).
         05 filler                      pic x(36).
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
       fd ar-work-file
           data record is ar-work-record
           record contains 49 characters.
      *
       01 ar-work-record.
         05 aw-customer-number          pic 9(5).
         05 aw-item-date                pic x(8).
         05 aw-original-amount          pic S9(8)V99.
         05 aw-paid-amount              pic S9(8)V99.
         05 aw-open-amount              pic S9(8)V99.
         05 aw-run-id                   pic x(6).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-old-eof-flag            pic x     value "n".
         05 ws-work-eof-flag           pic x     value "n".
         05 ws-convert-flag            pic x     value "n".
      *
       01 ws-file-work.
         05 ws-old-item-status          pic x(2)  value "00".
         05 ws-item-master-status       pic x(2)  value "00".
         05 ws-item-work-status         pic x(2)  value "00".
         05 ws-old-cust-status          pic x(2)  value "00".
         05 ws-cust-master-status       pic x(2)  value "00".
         05 ws-cust-work-status         pic x(2)  value "00".
         05 ws-old-ar-status            pic x(2)  value "00".
         05 ws-ar-master-status         pic x(2)  value "00".
         05 ws-ar-work-status           pic x(2)  value "00".
      *
      * Per file: records read under the old layout, and records
      * written under the new. The two must foot.
       01 ws-count-work.
         05 ws-read-count               pic 9(7)  value 0.
         05 ws-written-count            pic 9(7)  value 0.
         05 ws-file-label               pic x(12) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 100-convert-item-master.
           perform 200-convert-customer-master.
           perform 300-convert-ar-master.
      *
           goback.
      *
       100-convert-item-master.
      *
      * An item master that opens under the new layout is already
      * converted.
           move "ITEMMSTR.DAT" to ws-file-label.
           move "n" to ws-convert-flag.
           open input item-master-file.
           if ws-item-master-status = "00"
               close item-master-file
               display "A2-LayoutCnv: " ws-file-label
                 " already in the new layout - not converted"
           else
               open input old-item-master-file
               if ws-old-item-status = "00"
                   move "y" to ws-convert-flag
               else
                   display "A2-LayoutCnv: " ws-file-label
                     " cannot be opened - status "
                     ws-old-item-status " - not converted"
               end-if
           end-if.
      *
           if ws-convert-flag = "y"
               move 0 to ws-read-count ws-written-count
               move "n" to ws-old-eof-flag
               open output item-work-file
               read old-item-master-file
                   at end
                       move "y" to ws-old-eof-flag
               end-read
               perform 110-copy-out-one-item
                 until ws-old-eof-flag = "y"
               close old-item-master-file
                 item-work-file
      *
               move "n" to ws-work-eof-flag
               open input item-work-file
               open output item-master-file
               read item-work-file
                   at end
                       move "y" to ws-work-eof-flag
               end-read
               perform 120-reload-one-item
                 until ws-work-eof-flag = "y"
               close item-work-file
                 item-master-file
               perform 900-report-footing
           end-if.
      *
       110-copy-out-one-item.
      *
           add 1 to ws-read-count.
           write item-work-record from old-item-master-record.
           read old-item-master-file
               at end
                   move "y" to ws-old-eof-flag
           end-read.
      *
       120-reload-one-item.
      *
      * No cost and no class are known for an item yet - both are
      * set through A2-ItemMaint.
           move spaces to item-master-record.
           move iw-item-number to im-item-number.
           move iw-product-description to im-product-description.
           move iw-price-per-unit to im-price-per-unit.
           move iw-on-hand-qty to im-on-hand-qty.
           move iw-reorder-point to im-reorder-point.
           move iw-supplier-number to im-supplier-number.
           move iw-order-qty to im-order-qty.
           move 0 to im-unit-cost.
           move space to im-product-class.
           write item-master-record
               invalid key
                   display "A2-LayoutCnv: item " im-item-number
                     " not reloaded"
               not invalid key
                   add 1 to ws-written-count
           end-write.
           read item-work-file
               at end
                   move "y" to ws-work-eof-flag
           end-read.
      *
       200-convert-customer-master.
      *
      * A customer master that opens under the new layout is
      * already converted.
           move "CUSTMSTR.DAT" to ws-file-label.
           move "n" to ws-convert-flag.
           open input customer-master-file.
           if ws-cust-master-status = "00"
               close customer-master-file
               display "A2-LayoutCnv: " ws-file-label
                 " already in the new layout - not converted"
           else
               open input old-customer-master-file
               if ws-old-cust-status = "00"
                   move "y" to ws-convert-flag
               else
                   display "A2-LayoutCnv: " ws-file-label
                     " cannot be opened - status "
                     ws-old-cust-status " - not converted"
               end-if
           end-if.
      *
           if ws-convert-flag = "y"
               move 0 to ws-read-count ws-written-count
               move "n" to ws-old-eof-flag
               open output customer-work-file
               read old-customer-master-file
                   at end
                       move "y" to ws-old-eof-flag
               end-read
               perform 210-copy-out-one-customer
                 until ws-old-eof-flag = "y"
               close old-customer-master-file
                 customer-work-file
      *
               move "n" to ws-work-eof-flag
               open input customer-work-file
               open output customer-master-file
               read customer-work-file
                   at end
                       move "y" to ws-work-eof-flag
               end-read
               perform 220-reload-one-customer
                 until ws-work-eof-flag = "y"
               close customer-work-file
                 customer-master-file
               perform 900-report-footing
           end-if.
      *
       210-copy-out-one-customer.
      *
           add 1 to ws-read-count.
           write customer-work-record from old-customer-master-record.
           read old-customer-master-file
               at end
                   move "y" to ws-old-eof-flag
           end-read.
      *
       220-reload-one-customer.
      *
      * Every customer starts out liable to finance charges - an
      * exemption is finance's to grant through A2-CustMaint.
           move spaces to customer-master-record.
           move cw-customer-number to cm-customer-number.
           move cw-customer-name to cm-customer-name.
           move cw-customer-address to cm-customer-address.
           move cw-customer-terms to cm-customer-terms.
           move cw-credit-limit to cm-credit-limit.
           move "N" to cm-finance-exempt.
           write customer-master-record
               invalid key
                   display "A2-LayoutCnv: customer "
                     cm-customer-number " not reloaded"
               not invalid key
                   add 1 to ws-written-count
           end-write.
           read customer-work-file
               at end
                   move "y" to ws-work-eof-flag
           end-read.
      *
       300-convert-ar-master.
      *
      * A receivables file that opens under the new layout is
      * already converted.
           move "ARMASTER.DAT" to ws-file-label.
           move "n" to ws-convert-flag.
           open input ar-master-file.
           if ws-ar-master-status = "00"
               close ar-master-file
               display "A2-LayoutCnv: " ws-file-label
                 " already in the new layout - not converted"
           else
               open input old-ar-master-file
               if ws-old-ar-status = "00"
                   move "y" to ws-convert-flag
               else
                   display "A2-LayoutCnv: " ws-file-label
                     " cannot be opened - status "
                     ws-old-ar-status " - not converted"
               end-if
           end-if.
      *
           if ws-convert-flag = "y"
               move 0 to ws-read-count ws-written-count
               move "n" to ws-old-eof-flag
               open output ar-work-file
               read old-ar-master-file
                   at end
                       move "y" to ws-old-eof-flag
               end-read
               perform 310-copy-out-one-ar-item
                 until ws-old-eof-flag = "y"
               close old-ar-master-file
                 ar-work-file
      *
               move "n" to ws-work-eof-flag
               open input ar-work-file
               open output ar-master-file
               read ar-work-file
                   at end
                       move "y" to ws-work-eof-flag
               end-read
               perform 320-reload-one-ar-item
                 until ws-work-eof-flag = "y"
               close ar-work-file
                 ar-master-file
               perform 900-report-footing
           end-if.
      *
       310-copy-out-one-ar-item.
      *
           add 1 to ws-read-count.
           write ar-work-record from old-ar-open-item-record.
           read old-ar-master-file
               at end
                   move "y" to ws-old-eof-flag
           end-read.
      *
       320-reload-one-ar-item.
      *
      * Every item on the old file was an A2-ARPost day posting -
      * finance charges did not exist yet - so the type is blank.
      * The blank sorts ahead of "F", so the items reload in key
      * order.
           move spaces to ar-open-item-record.
           move aw-customer-number to ar-customer-number.
           move aw-item-date to ar-item-date.
           move space to ar-item-type.
           move aw-original-amount to ar-original-amount.
           move aw-paid-amount to ar-paid-amount.
           move aw-open-amount to ar-open-amount.
           move aw-run-id to ar-run-id.
           write ar-open-item-record
               invalid key
                   display "A2-LayoutCnv: receivables item "
                     ar-customer-number " " ar-item-date
                     " not reloaded"
               not invalid key
                   add 1 to ws-written-count
           end-write.
           read ar-work-file
               at end
                   move "y" to ws-work-eof-flag
           end-read.
      *
       900-report-footing.
      *
      * A file that does not foot has lost records - the work file
      * still holds them all under the old layout.
           display "A2-LayoutCnv: " ws-file-label " "
             ws-read-count " read, " ws-written-count " written".
           if ws-written-count not = ws-read-count
               display "A2-LayoutCnv: " ws-file-label
                 " does not foot - old records are on the .CNV file"
               move 8 to return-code
           end-if.
      *
       end program A2-LayoutCnv.
