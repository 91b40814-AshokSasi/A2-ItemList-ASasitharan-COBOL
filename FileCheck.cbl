       identification division.
       program-id. A2-FileCheck.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Cross-file integrity sweep over the master and
      *  control files. Strictly read-only - every file is opened
      *  input and nothing is repaired here. It checks that the
      *  links between the files still hold:
      *   PROMO.DAT     item not on ITEMMSTR.DAT
      *   CONTRACT.DAT  customer not on CUSTMSTR.DAT, item not on
      *                 ITEMMSTR.DAT
      *   ARMASTER.DAT  customer not on CUSTMSTR.DAT, open amount
      *                 not equal to original less paid
      *   ITEMMSTR.DAT  supplier number zero, product class with no
      *                 RATES.DAT row and no "*" default row
      *   audit files   jurisdiction not on TAXRATES.DAT, for every
      *                 run day still live on A2-RUNLOG.DAT
      *   A2-BATCHREG   registered run not on A2-RUNLOG.DAT or
      *                 A2-RUNLOG-HIST.DAT
      *  Each exception prints on A2-FileCheck-<date>-<runid>.out
      *  under its file and check, followed by a count per check.
      *  The worst finding is left in RETURN-CODE for A2-JobStream,
      *  which stops the chain at 8 or more, so the sweep can run
      *  as the first step of the night:
      *    0  clean
      *    4  warnings only (a zero supplier number breaks purchase
      *       order grouping, not the day's billing)
      *    8  one or more exceptions
      *   12  ITEMMSTR.DAT or CUSTMSTR.DAT could not be opened
      *  A check whose own file is not present is reported SKIPPED
      *  and does not raise the return code.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as every batch
      * program reads; names the report.
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
       select customer-master-file
           assign to "../../../data/CUSTMSTR.DAT"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cust-master-status.
      *
       select promo-file
           assign to "../../../data/PROMO.DAT"
           organization is indexed
           access mode is dynamic
           record key is pm-item-number
           file status is ws-promo-status.
      *
       select contract-file
           assign to "../../../data/CONTRACT.DAT"
           organization is indexed
           access mode is dynamic
           record key is cp-contract-key
           file status is ws-contract-status.
      *
       select ar-master-file
           assign to "../../../data/ARMASTER.DAT"
           organization is indexed
           access mode is dynamic
           record key is ar-open-item-key
           file status is ws-ar-master-status.
      *
       select rates-file
           assign to "../../../data/RATES.DAT"
           organization is indexed
           access mode is random
           record key is rt-class
           file status is ws-rates-status.
      *
       select tax-rates-file
           assign to "../../../data/TAXRATES.DAT"
           organization is indexed
           access mode is random
           record key is tx-jurisdiction
           file status is ws-tax-rates-status.
      *
       select batch-registry-file
           assign to "../../../data/A2-BATCHREG.DAT"
           organization is indexed
           access mode is dynamic
           record key is br-registry-key
           file status is ws-batchreg-status.
      *
      * The live run log and the history A2-Archive trims it into -
      * between them, every run the shop has made.
       select runlog-file
           assign to "../../../data/A2-RUNLOG.DAT"
           organization is line sequential
           file status is ws-runlog-status.
      *
       select runlog-hist-file
           assign to "../../../data/A2-RUNLOG-HIST.DAT"
           organization is line sequential
           file status is ws-runlog-hist-status.
      *
      * A live run day's audit file, named from its run log entry.
       select audit-file
           assign to ws-audit-filename
           organization is line sequential
           file status is ws-audit-status.
      *
       select check-report-file
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
      * Promotion declaration - must stay in step with the
      * promo-record layout A2-RatesMaint maintains.
       fd promo-file.
      *
       01 promo-record.
         05 pm-item-number              pic 9(4).
         05 pm-promo-price              pic 9(4)V99.
         05 pm-from-date                pic x(8).
         05 pm-to-date                  pic x(8).
      *
      * Contract declaration - must stay in step with the
      * contract-record layout A2-ContractMaint maintains.
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
      * Receivables declaration - must stay in step with the
      * ar-open-item-record layout A2-ARPost maintains.
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
      * Rates declaration - must stay in step with the rate-record
      * layout A2-RatesMaint maintains.
       fd rates-file.
      *
       01 rate-record.
         05 rt-class                    pic x(1).
         05 rt-discount-rate            pic 9V99.
         05 rt-discount-threshold       pic 9(3).
         05 rt-transport-rate           pic 9V999.
         05 rt-transport-cap-qty        pic 9(3).
         05 rt-transport-flat-charge    pic 9(3)V99.
      *
      * Tax table declaration - must stay in step with the
      * tax-rate-record layout A2-RatesMaint maintains.
       fd tax-rates-file.
      *
       01 tax-rate-record.
         05 tx-jurisdiction             pic x(2).
         05 tx-tax-rate                 pic 9V9999.
         05 tx-taxable-class-a          pic x(1).
         05 tx-taxable-class-b          pic x(1).
         05 tx-taxable-class-d          pic x(1).
         05 tx-taxable-class-f          pic x(1).
      *
      * Batch registry declaration - must stay in step with the
      * batch-registry-record layout A2-ItemList writes.
       fd batch-registry-file.
      *
       01 batch-registry-record.
         05 br-registry-key.
           10 br-source-id              pic x(2).
           10 br-file-date              pic x(8).
         05 br-detail-count             pic 9(7).
         05 br-quantity-hash            pic 9(7).
         05 br-extended-hash            pic 9(9)V99.
         05 br-run-date                 pic x(8).
         05 br-run-id                   pic x(6).
         05 br-registered-stamp         pic x(16).
      *
      * Run log declaration - only the run date/run-id are needed;
      * the rest of the 107-byte A2-ItemList runlog-line rides in
      * the filler.
       fd runlog-file
           data record is runlog-line
           record contains 107 characters.
      *
       01 runlog-line.
         05 lg-run-date                 pic x(8).
         05 filler                      pic x(1).
         05 lg-run-id                   pic x(6).
         05 filler                      pic x(92).
      *
       fd runlog-hist-file
           data record is runlog-hist-line
           record contains 107 characters.
      *
       01 runlog-hist-line.
         05 lh-run-date                 pic x(8).
         05 filler                      pic x(1).
         05 lh-run-id                   pic x(6).
         05 filler                      pic x(92).
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
       fd check-report-file
           data record is check-line
           record contains 132 characters.
       01 check-line                    pic x(132).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-sweep-eof-flag          pic x     value "n".
         05 ws-runlog-eof-flag         pic x     value "n".
         05 ws-audit-eof-flag          pic x     value "n".
         05 ws-item-master-available   pic x     value "n".
         05 ws-cust-master-available   pic x     value "n".
         05 ws-promo-available         pic x     value "n".
         05 ws-contract-available      pic x     value "n".
         05 ws-rates-available         pic x     value "n".
         05 ws-tax-rates-available     pic x     value "n".
         05 ws-batchreg-available      pic x     value "n".
         05 ws-star-rate-present       pic x     value "n".
         05 ws-found-flag              pic x     value "n".
         05 ws-run-table-full          pic x     value "n".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
      *
       01 ws-file-work.
         05 ws-report-filename          pic x(60) value spaces.
         05 ws-audit-filename           pic x(60) value spaces.
         05 ws-item-master-status       pic x(2)  value "00".
         05 ws-cust-master-status       pic x(2)  value "00".
         05 ws-promo-status             pic x(2)  value "00".
         05 ws-contract-status          pic x(2)  value "00".
         05 ws-ar-master-status         pic x(2)  value "00".
         05 ws-rates-status             pic x(2)  value "00".
         05 ws-tax-rates-status         pic x(2)  value "00".
         05 ws-batchreg-status          pic x(2)  value "00".
         05 ws-runlog-status            pic x(2)  value "00".
         05 ws-runlog-hist-status       pic x(2)  value "00".
         05 ws-audit-status             pic x(2)  value "00".
      *
      * The checks, in report order - file, check and the severity
      * an exception under it carries.
       01 ws-check-names.
         05 filler                     pic x(51) value
              "PROMO.DAT     ITEM NOT ON ITEMMSTR.DAT            8".
         05 filler                     pic x(51) value
              "CONTRACT.DAT  CUSTOMER NOT ON CUSTMSTR.DAT        8".
         05 filler                     pic x(51) value
              "CONTRACT.DAT  ITEM NOT ON ITEMMSTR.DAT            8".
         05 filler                     pic x(51) value
              "ARMASTER.DAT  CUSTOMER NOT ON CUSTMSTR.DAT        8".
         05 filler                     pic x(51) value
              "ARMASTER.DAT  OPEN NOT = ORIGINAL LESS PAID       8".
         05 filler                     pic x(51) value
              "ITEMMSTR.DAT  SUPPLIER NUMBER ZERO                4".
         05 filler                     pic x(51) value
              "ITEMMSTR.DAT  CLASS NOT ON RATES.DAT, NO * ROW    8".
         05 filler                     pic x(51) value
              "AUDIT FILES   JURISDICTION NOT ON TAXRATES.DAT    8".
         05 filler                     pic x(51) value
              "A2-BATCHREG   RUN NOT ON A2-RUNLOG.DAT            8".
       01 ws-check-table redefines ws-check-names.
         05 ws-check-entry occurs 9 times indexed by chk-idx.
           10 ck-file-name             pic x(14).
           10 ck-check-name            pic x(36).
           10 ck-severity              pic 9(1).
      *
      * Per check: exceptions found, and whether it ran - "y" ran,
      * "s" skipped because its own file is not present.
       01 ws-check-results.
         05 ws-check-result occurs 9 times.
           10 cr-exception-count       pic 9(5)  value 0.
           10 cr-ran-flag              pic x     value "y".
      *
       01 ws-check-numbers.
         05 ws-chk-promo-item          pic 9(1)  value 1.
         05 ws-chk-contract-cust       pic 9(1)  value 2.
         05 ws-chk-contract-item       pic 9(1)  value 3.
         05 ws-chk-ar-cust             pic 9(1)  value 4.
         05 ws-chk-ar-balance          pic 9(1)  value 5.
         05 ws-chk-supplier-zero       pic 9(1)  value 6.
         05 ws-chk-item-class          pic 9(1)  value 7.
         05 ws-chk-jurisdiction        pic 9(1)  value 8.
         05 ws-chk-batch-run           pic 9(1)  value 9.
      *
      * The exception being reported - which check, the key of the
      * offending record and what is wrong with it.
       01 ws-exception-work.
         05 ws-ex-check                pic 9(1)  value 0.
         05 ws-ex-key                  pic x(22) value spaces.
         05 ws-ex-detail               pic x(50) value spaces.
         05 ws-highest-severity        pic 9(2)  value 0.
         05 ws-total-exceptions        pic 9(7)  value 0.
      *
       01 ws-edit-work.
         05 ws-expected-open           pic S9(8)V99 value 0.
         05 ws-edit-amount-1           pic -ZZZZZZZ9.99.
         05 ws-edit-amount-2           pic -ZZZZZZZ9.99.
         05 ws-edit-count              pic ZZZZZZ9.
      *
      * The last customer looked up on the AR sweep - a customer's
      * open items are adjacent, so one read serves them all.
       01 ws-ar-customer-work.
         05 ws-last-ar-customer        pic 9(5)  value 0.
         05 ws-last-ar-found           pic x     value space.
      *
      * Product classes already tested against RATES.DAT - each
      * missing class is reported once, at its first item.
       01 ws-class-table.
         05 ws-class-count             pic 9(2)  value 0.
         05 ws-class-entry occurs 40 times indexed by cls-idx.
           10 cl-product-class         pic x(1).
      *
      * Jurisdictions missing from TAXRATES.DAT on the day being
      * scanned, with the rows that used them.
       01 ws-missing-jur-table.
         05 ws-missing-jur-count       pic 9(2)  value 0.
         05 ws-missing-jur-entry occurs 30 times indexed by jur-idx.
           10 mj-jurisdiction          pic x(2).
           10 mj-row-count             pic 9(7).
      *
      * Every run on the live and history run logs, loaded once for
      * the batch registry check and to walk each live day's audit
      * file once.
       01 ws-run-table.
         05 ws-run-count               pic 9(4)  value 0.
         05 ws-run-entry occurs 3000 times indexed by run-idx.
           10 rn-run-date              pic x(8).
           10 rn-run-id                pic x(6).
      *
       01 ws-run-key-work.
         05 ws-look-run-date           pic x(8)  value spaces.
         05 ws-look-run-id             pic x(6)  value spaces.
      *
       01 ws-report-heading.
         05 filler                     pic x(36)
              value "A2 File Integrity Check             ".
         05 rh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 rh-run-id                  pic x(6).
      *
       01 ws-exception-column-heading.
         05 filler                     pic x(4)  value "File".
         05 filler                     pic x(10) value spaces.
         05 filler                     pic x(5)  value "Check".
         05 filler                     pic x(32) value spaces.
         05 filler                     pic x(3)  value "Key".
         05 filler                     pic x(20) value spaces.
         05 filler                     pic x(6)  value "Detail".
      *
       01 ws-exception-line.
         05 el-file-name               pic x(14).
         05 el-check-name              pic x(36).
         05 filler                     pic x(1)  value space.
         05 el-key                     pic x(22).
         05 filler                     pic x(1)  value space.
         05 el-detail                  pic x(50).
      *
       01 ws-summary-heading.
         05 filler                     pic x(40)
              value "EXCEPTIONS BY FILE AND CHECK            ".
      *
       01 ws-summary-line.
         05 sl-file-name               pic x(14).
         05 sl-check-name              pic x(36).
         05 filler                     pic x(1)  value space.
         05 sl-result                  pic x(16).
      *
       01 ws-total-line.
         05 filler                     pic x(19)
              value "TOTAL EXCEPTIONS = ".
         05 tl-total-exceptions        pic ZZZZZZ9.
         05 filler                     pic x(17)
              value "   RETURN CODE = ".
         05 tl-return-code             pic Z9.
      *
       01 ws-note-line.
         05 nl-text                    pic x(80) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
           open output check-report-file.
      *
           move ws-run-date to rh-run-date.
           move ws-run-id to rh-run-id.
           write check-line from ws-report-heading
             after advancing 1 line.
           write check-line from ws-exception-column-heading
             after advancing 2 lines.
           write check-line from spaces
             after advancing 1 line.
      *
           perform 010-open-masters.
      *
           perform 100-check-promotions.
           perform 150-check-contracts.
           perform 200-check-receivables.
           perform 300-check-item-master.
           perform 400-load-runs-check-audits.
           perform 500-check-batch-registry.
      *
           if ws-item-master-available = "y"
               close item-master-file
           end-if.
           if ws-cust-master-available = "y"
               close customer-master-file
           end-if.
      *
           perform 800-write-summary.
           close check-report-file.
      *
           display "A2-FileCheck: " ws-total-exceptions
             " exception(s), return code " ws-highest-severity.
           move ws-highest-severity to return-code.
      *
           goback.
      *
       005-set-run-context.
      *
      * Establish the run date/run-id from the same run-control
      * file A2-ItemList reads and build the report name the way
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
           string "..\..\..\data\A2-FileCheck-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-report-filename.
      *
       010-open-masters.
      *
      * The item and customer masters are what every other file is
      * checked against - without either, the night cannot run and
      * the checks that need it are skipped.
           open input item-master-file.
           if ws-item-master-status = "00"
               move "y" to ws-item-master-available
           else
               move 12 to ws-highest-severity
               move "ITEMMSTR.DAT COULD NOT BE OPENED - STATUS"
                 to nl-text
               move ws-item-master-status to nl-text(43:2)
               write check-line from ws-note-line
                 after advancing 1 line
           end-if.
      *
           open input customer-master-file.
           if ws-cust-master-status = "00"
               move "y" to ws-cust-master-available
           else
               move 12 to ws-highest-severity
               move "CUSTMSTR.DAT COULD NOT BE OPENED - STATUS"
                 to nl-text
               move ws-cust-master-status to nl-text(43:2)
               write check-line from ws-note-line
                 after advancing 1 line
           end-if.
      *
       100-check-promotions.
      *
      * Every promotion must be for an item still on the master.
           open input promo-file.
           if ws-promo-status = "00"
               move "y" to ws-promo-available
           end-if.
           if ws-promo-available not = "y" or
             ws-item-master-available not = "y"
               move "s" to cr-ran-flag(ws-chk-promo-item)
           else
               move "n" to ws-sweep-eof-flag
               move zeros to pm-item-number
               start promo-file
                   key is not less than pm-item-number
                   invalid key
                       move "y" to ws-sweep-eof-flag
               end-start
               if ws-sweep-eof-flag not = "y"
                   read promo-file next record
                       at end
                           move "y" to ws-sweep-eof-flag
                   end-read
               end-if
               perform 110-check-one-promotion
                 until ws-sweep-eof-flag = "y"
           end-if.
           if ws-promo-available = "y"
               close promo-file
           end-if.
      *
       110-check-one-promotion.
      *
           move pm-item-number to im-item-number.
           read item-master-file key is im-item-number
               invalid key
                   move ws-chk-promo-item to ws-ex-check
                   move spaces to ws-ex-key
                   string "ITEM " delimited by size
                     pm-item-number delimited by size
                     into ws-ex-key
                   move spaces to ws-ex-detail
                   string "PROMO " delimited by size
                     pm-from-date delimited by size
                     " TO " delimited by size
                     pm-to-date delimited by size
                     into ws-ex-detail
                   perform 700-write-exception
           end-read.
      *
           read promo-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       150-check-contracts.
      *
      * Every contract must be for a customer and an item still on
      * their masters.
           open input contract-file.
           if ws-contract-status = "00"
               move "y" to ws-contract-available
           end-if.
           if ws-contract-available not = "y" or
             ws-item-master-available not = "y" or
             ws-cust-master-available not = "y"
               move "s" to cr-ran-flag(ws-chk-contract-cust)
               move "s" to cr-ran-flag(ws-chk-contract-item)
           else
               move "n" to ws-sweep-eof-flag
               move low-values to cp-contract-key
               start contract-file
                   key is not less than cp-contract-key
                   invalid key
                       move "y" to ws-sweep-eof-flag
               end-start
               if ws-sweep-eof-flag not = "y"
                   read contract-file next record
                       at end
                           move "y" to ws-sweep-eof-flag
                   end-read
               end-if
               perform 160-check-one-contract
                 until ws-sweep-eof-flag = "y"
           end-if.
           if ws-contract-available = "y"
               close contract-file
           end-if.
      *
       160-check-one-contract.
      *
           move spaces to ws-ex-key.
           string "CUST " delimited by size
             cp-customer-number delimited by size
             " ITEM " delimited by size
             cp-item-number delimited by size
             into ws-ex-key.
      *
           move cp-customer-number to cm-customer-number.
           read customer-master-file key is cm-customer-number
               invalid key
                   move ws-chk-contract-cust to ws-ex-check
                   move "CONTRACT CUSTOMER IS NOT ON FILE"
                     to ws-ex-detail
                   perform 700-write-exception
           end-read.
      *
           move cp-item-number to im-item-number.
           read item-master-file key is im-item-number
               invalid key
                   move ws-chk-contract-item to ws-ex-check
                   move "CONTRACT ITEM IS NOT ON FILE"
                     to ws-ex-detail
                   perform 700-write-exception
           end-read.
      *
           read contract-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       200-check-receivables.
      *
      * Every open item must belong to a customer on the master,
      * and must foot - open = original less paid.
           open input ar-master-file.
           if ws-ar-master-status not = "00"
               move "s" to cr-ran-flag(ws-chk-ar-cust)
               move "s" to cr-ran-flag(ws-chk-ar-balance)
           else
               if ws-cust-master-available not = "y"
                   move "s" to cr-ran-flag(ws-chk-ar-cust)
               end-if
               move "n" to ws-sweep-eof-flag
               move space to ws-last-ar-found
               move low-values to ar-open-item-key
               start ar-master-file
                   key is not less than ar-open-item-key
                   invalid key
                       move "y" to ws-sweep-eof-flag
               end-start
               if ws-sweep-eof-flag not = "y"
                   read ar-master-file next record
                       at end
                           move "y" to ws-sweep-eof-flag
                   end-read
               end-if
               perform 210-check-one-open-item
                 until ws-sweep-eof-flag = "y"
               close ar-master-file
           end-if.
      *
       210-check-one-open-item.
      *
           move spaces to ws-ex-key.
           string "CUST " delimited by size
             ar-customer-number delimited by size
             " " delimited by size
             ar-item-date delimited by size
             ar-item-type delimited by size
             into ws-ex-key.
      *
           if cr-ran-flag(ws-chk-ar-cust) = "y"
               if ws-last-ar-found = space or
                 ar-customer-number not = ws-last-ar-customer
                   move ar-customer-number to ws-last-ar-customer
                   move ar-customer-number to cm-customer-number
                   read customer-master-file key is cm-customer-number
                       invalid key
                           move "n" to ws-last-ar-found
                       not invalid key
                           move "y" to ws-last-ar-found
                   end-read
               end-if
               if ws-last-ar-found = "n"
                   move ws-chk-ar-cust to ws-ex-check
                   move ar-open-amount to ws-edit-amount-1
                   move spaces to ws-ex-detail
                   string "OPEN AMOUNT " delimited by size
                     ws-edit-amount-1 delimited by size
                     into ws-ex-detail
                   perform 700-write-exception
               end-if
           end-if.
      *
           compute ws-expected-open =
             ar-original-amount - ar-paid-amount.
           if ws-expected-open not = ar-open-amount
               move ws-chk-ar-balance to ws-ex-check
               move ar-open-amount to ws-edit-amount-1
               move ws-expected-open to ws-edit-amount-2
               move spaces to ws-ex-detail
               string "OPEN " delimited by size
                 ws-edit-amount-1 delimited by size
                 " SHOULD BE " delimited by size
                 ws-edit-amount-2 delimited by size
                 into ws-ex-detail
               perform 700-write-exception
           end-if.
      *
           read ar-master-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       300-check-item-master.
      *
      * Every item needs a supplier to be reordered from, and a
      * product class the rate table can price - its own RATES.DAT
      * row or, failing that, the "*" default row.
           if ws-item-master-available not = "y"
               move "s" to cr-ran-flag(ws-chk-supplier-zero)
               move "s" to cr-ran-flag(ws-chk-item-class)
           else
               open input rates-file
               if ws-rates-status = "00"
                   move "y" to ws-rates-available
                   move "*" to rt-class
                   read rates-file key is rt-class
                       invalid key
                           move "n" to ws-star-rate-present
                       not invalid key
                           move "y" to ws-star-rate-present
                   end-read
               else
                   move "s" to cr-ran-flag(ws-chk-item-class)
               end-if
      *
               move "n" to ws-sweep-eof-flag
               move zeros to im-item-number
               start item-master-file
                   key is not less than im-item-number
                   invalid key
                       move "y" to ws-sweep-eof-flag
               end-start
               if ws-sweep-eof-flag not = "y"
                   read item-master-file next record
                       at end
                           move "y" to ws-sweep-eof-flag
                   end-read
               end-if
               perform 310-check-one-item
                 until ws-sweep-eof-flag = "y"
      *
               if ws-rates-available = "y"
                   close rates-file
               end-if
           end-if.
      *
       310-check-one-item.
      *
           move spaces to ws-ex-key.
           string "ITEM " delimited by size
             im-item-number delimited by size
             into ws-ex-key.
      *
           if im-supplier-number = 0
               move ws-chk-supplier-zero to ws-ex-check
               move im-product-description to ws-ex-detail
               perform 700-write-exception
           end-if.
      *
      * A blank class is valued under "?" and priced on the input
      * record's class, so only a class actually set is tested.
           if cr-ran-flag(ws-chk-item-class) = "y" and
             im-product-class not = space and
             ws-star-rate-present not = "y"
               perform 320-check-item-class
           end-if.
      *
           read item-master-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       320-check-item-class.
      *
           move "n" to ws-found-flag.
           perform varying cls-idx from 1 by 1
             until cls-idx > ws-class-count
               if cl-product-class(cls-idx) = im-product-class
                   move "y" to ws-found-flag
               end-if
           end-perform.
      *
           if ws-found-flag not = "y"
               if ws-class-count < 40
                   add 1 to ws-class-count
                   move im-product-class to
                     cl-product-class(ws-class-count)
               end-if
               move im-product-class to rt-class
               read rates-file key is rt-class
                   invalid key
                       move ws-chk-item-class to ws-ex-check
                       move spaces to ws-ex-detail
                       string "CLASS " delimited by size
                         im-product-class delimited by size
                         " - FIRST ITEM IN THE CLASS" delimited by size
                         into ws-ex-detail
                       perform 700-write-exception
               end-read
           end-if.
      *
       400-load-runs-check-audits.
      *
      * Load every run on the live run log, checking the audit file
      * of each live day as it is first seen, then add the runs
      * A2-Archive has trimmed into the history log. Days trimmed
      * to history no longer have an audit file to check.
           open input tax-rates-file.
           if ws-tax-rates-status = "00"
               move "y" to ws-tax-rates-available
           else
               move "s" to cr-ran-flag(ws-chk-jurisdiction)
           end-if.
      *
           open input runlog-file.
           if ws-runlog-status = "00"
               move "n" to ws-runlog-eof-flag
               read runlog-file
                   at end
                       move "y" to ws-runlog-eof-flag
               end-read
               perform 410-fold-live-run
                 until ws-runlog-eof-flag = "y"
               close runlog-file
           else
               move "s" to cr-ran-flag(ws-chk-jurisdiction)
           end-if.
      *
           if ws-tax-rates-available = "y"
               close tax-rates-file
           end-if.
      *
           open input runlog-hist-file.
           if ws-runlog-hist-status = "00"
               move "n" to ws-runlog-eof-flag
               read runlog-hist-file
                   at end
                       move "y" to ws-runlog-eof-flag
               end-read
               perform 420-fold-history-run
                 until ws-runlog-eof-flag = "y"
               close runlog-hist-file
           end-if.
      *
       410-fold-live-run.
      *
           move lg-run-date to ws-look-run-date.
           move lg-run-id to ws-look-run-id.
           perform 450-find-run.
           if ws-found-flag not = "y"
               perform 460-add-run
               if cr-ran-flag(ws-chk-jurisdiction) = "y"
                   perform 430-check-day-audit
               end-if
           end-if.
      *
           read runlog-file
               at end
                   move "y" to ws-runlog-eof-flag
           end-read.
      *
       420-fold-history-run.
      *
           move lh-run-date to ws-look-run-date.
           move lh-run-id to ws-look-run-id.
           perform 450-find-run.
           if ws-found-flag not = "y"
               perform 460-add-run
           end-if.
      *
           read runlog-hist-file
               at end
                   move "y" to ws-runlog-eof-flag
           end-read.
      *
       430-check-day-audit.
      *
      * Every row's jurisdiction, where one is given, must be on
      * the tax table. Each missing jurisdiction is reported once
      * for the day with the number of rows that used it.
           move 0 to ws-missing-jur-count.
           move spaces to ws-audit-filename.
           string "..\..\..\data\A2-ItemList-" delimited by size
             ws-look-run-date delimited by size
             "-" delimited by size
             function trim(ws-look-run-id) delimited by size
             ".aud" delimited by size
             into ws-audit-filename.
      *
           open input audit-file.
           if ws-audit-status = "00"
               move "n" to ws-audit-eof-flag
               read audit-file
                   at end
                       move "y" to ws-audit-eof-flag
               end-read
               perform 440-check-one-audit-row
                 until ws-audit-eof-flag = "y"
               close audit-file
      *
               perform varying jur-idx from 1 by 1
                 until jur-idx > ws-missing-jur-count
                   move ws-chk-jurisdiction to ws-ex-check
                   move spaces to ws-ex-key
                   string "RUN " delimited by size
                     ws-look-run-date delimited by size
                     " " delimited by size
                     ws-look-run-id delimited by size
                     into ws-ex-key
                   move mj-row-count(jur-idx) to ws-edit-count
                   move spaces to ws-ex-detail
                   string "JURISDICTION " delimited by size
                     mj-jurisdiction(jur-idx) delimited by size
                     " ON " delimited by size
                     ws-edit-count delimited by size
                     " ROW(S)" delimited by size
                     into ws-ex-detail
                   perform 700-write-exception
               end-perform
           end-if.
      *
       440-check-one-audit-row.
      *
           if al-jurisdiction not = spaces
               move al-jurisdiction to tx-jurisdiction
               read tax-rates-file key is tx-jurisdiction
                   invalid key
                       perform 445-hold-missing-jurisdiction
               end-read
           end-if.
      *
           read audit-file
               at end
                   move "y" to ws-audit-eof-flag
           end-read.
      *
       445-hold-missing-jurisdiction.
      *
           move "n" to ws-found-flag.
           perform varying jur-idx from 1 by 1
             until jur-idx > ws-missing-jur-count
               if mj-jurisdiction(jur-idx) = al-jurisdiction
                   add 1 to mj-row-count(jur-idx)
                   move "y" to ws-found-flag
               end-if
           end-perform.
           if ws-found-flag not = "y" and
             ws-missing-jur-count < 30
               add 1 to ws-missing-jur-count
               set jur-idx to ws-missing-jur-count
               move al-jurisdiction to mj-jurisdiction(jur-idx)
               move 1 to mj-row-count(jur-idx)
           end-if.
      *
       450-find-run.
      *
           move "n" to ws-found-flag.
           if ws-run-count > 0
               set run-idx to 1
               search ws-run-entry
                   at end
                       continue
                   when run-idx > ws-run-count
                       set run-idx to ws-run-count
                   when rn-run-date(run-idx) = ws-look-run-date and
                     rn-run-id(run-idx) = ws-look-run-id
                       move "y" to ws-found-flag
               end-search
           end-if.
      *
       460-add-run.
      *
           if ws-run-count < 3000
               add 1 to ws-run-count
               set run-idx to ws-run-count
               move ws-look-run-date to rn-run-date(run-idx)
               move ws-look-run-id to rn-run-id(run-idx)
           else
               if ws-run-table-full not = "y"
                   move "y" to ws-run-table-full
                   display "A2-FileCheck: run table full - "
                     "batch registry check skipped"
               end-if
           end-if.
      *
       500-check-batch-registry.
      *
      * Every registered feed must have been run by a run the logs
      * know about. With the run table overflowed a miss proves
      * nothing, so the check is skipped rather than guessed at.
           open input batch-registry-file.
           if ws-batchreg-status = "00"
               move "y" to ws-batchreg-available
           end-if.
           if ws-batchreg-available not = "y" or
             ws-run-table-full = "y"
               move "s" to cr-ran-flag(ws-chk-batch-run)
           else
               move "n" to ws-sweep-eof-flag
               move low-values to br-registry-key
               start batch-registry-file
                   key is not less than br-registry-key
                   invalid key
                       move "y" to ws-sweep-eof-flag
               end-start
               if ws-sweep-eof-flag not = "y"
                   read batch-registry-file next record
                       at end
                           move "y" to ws-sweep-eof-flag
                   end-read
               end-if
               perform 510-check-one-batch
                 until ws-sweep-eof-flag = "y"
           end-if.
           if ws-batchreg-available = "y"
               close batch-registry-file
           end-if.
      *
       510-check-one-batch.
      *
           move br-run-date to ws-look-run-date.
           move br-run-id to ws-look-run-id.
           perform 450-find-run.
           if ws-found-flag not = "y"
               move ws-chk-batch-run to ws-ex-check
               move spaces to ws-ex-key
               string "SOURCE " delimited by size
                 br-source-id delimited by size
                 " " delimited by size
                 br-file-date delimited by size
                 into ws-ex-key
               move spaces to ws-ex-detail
               string "RUN " delimited by size
                 br-run-date delimited by size
                 " " delimited by size
                 br-run-id delimited by size
                 " IS NOT ON EITHER RUN LOG" delimited by size
                 into ws-ex-detail
               perform 700-write-exception
           end-if.
      *
           read batch-registry-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       700-write-exception.
      *
      * Print one exception under its file and check, count it, and
      * raise the return code to the check's severity.
           set chk-idx to ws-ex-check.
           move spaces to ws-exception-line.
           move ck-file-name(chk-idx) to el-file-name.
           move ck-check-name(chk-idx) to el-check-name.
           move ws-ex-key to el-key.
           move ws-ex-detail to el-detail.
           write check-line from ws-exception-line
             after advancing 1 line.
      *
           add 1 to cr-exception-count(ws-ex-check).
           add 1 to ws-total-exceptions.
           if ck-severity(chk-idx) > ws-highest-severity
               move ck-severity(chk-idx) to ws-highest-severity
           end-if.
      *
       800-write-summary.
      *
           write check-line from ws-summary-heading
             after advancing 3 lines.
           write check-line from spaces
             after advancing 1 line.
           perform 810-write-one-summary
             varying chk-idx from 1 by 1
             until chk-idx > 9.
      *
           move ws-total-exceptions to tl-total-exceptions.
           move ws-highest-severity to tl-return-code.
           write check-line from ws-total-line
             after advancing 2 lines.
      *
       810-write-one-summary.
      *
           move spaces to ws-summary-line.
           move ck-file-name(chk-idx) to sl-file-name.
           move ck-check-name(chk-idx) to sl-check-name.
           if cr-ran-flag(chk-idx) = "s"
               move "SKIPPED" to sl-result
           else
               move cr-exception-count(chk-idx) to ws-edit-count
               move ws-edit-count to sl-result
           end-if.
           write check-line from ws-summary-line
             after advancing 1 line.
      *
       end program A2-FileCheck.
