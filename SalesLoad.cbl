       identification division.
       program-id. A2-SalesLoad.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: One-time load of the item sales history
      *  SALESHST.DAT from the monthly audit archives A2-Archive
      *  builds. Prompts for a from and to month, reads each
      *  month's A2-AUDARCH-yyyymm.DAT in key order (run date, run
      *  id, row sequence) and folds every archived row into its
      *  item's month exactly as A2-SalesHist folds a live audit
      *  file. Each archived day is checked against the posted-days
      *  log SHPOSTED.DAT first, so a day the daily update already
      *  took (or an earlier load pass took) is never counted
      *  twice, and a load interrupted part-way can simply be run
      *  again. Prints a load register of every day it saw.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Monthly audit archive - must stay in step with the
      * declaration in A2-Archive, keys and all.
       select audit-archive-file
           assign to ws-archive-filename
           organization is indexed
           access mode is dynamic
           record key is ah-archive-key
           alternate record key is ah-item-number
             with duplicates
           alternate record key is ah-customer-number
             with duplicates
           file status is ws-archive-status.
      *
       select sales-history-file
           assign to "../../../data/SALESHST.DAT"
           organization is indexed
           access mode is dynamic
           record key is sh-history-key
           file status is ws-history-status.
      *
       select posted-days-file
           assign to "../../../data/SHPOSTED.DAT"
           organization is indexed
           access mode is dynamic
           record key is sp-posted-key
           file status is ws-posted-status.
      *
       select register-file
           assign to "..\..\..\data\A2-SalesLoad.out"
           organization is line sequential.
      *
       data division.
       file section.
      *
      * Archive declaration - must stay in step with A2-Archive.
       fd audit-archive-file.
      *
       01 audit-archive-record.
         05 ah-archive-key.
           10 ah-run-date               pic x(8).
           10 ah-run-id                 pic x(6).
           10 ah-sequence               pic 9(7).
         05 ah-item-number              pic 9(4).
         05 ah-customer-number          pic 9(5).
         05 ah-audit-row                pic x(112).
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
      * Posted-days declaration - must stay in step with the layout
      * A2-SalesHist writes, field for field.
       fd posted-days-file.
      *
       01 posted-day-record.
         05 sp-posted-key.
           10 sp-run-date               pic x(8).
           10 sp-run-id                 pic x(6).
         05 sp-rows-posted              pic 9(7).
         05 sp-posted-stamp             pic x(16).
         05 sp-source                   pic x(1).
      *
       fd register-file
           data record is register-line
           record contains 80 characters.
       01 register-line                 pic x(80).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-archive-eof-flag        pic x     value "n".
         05 ws-day-started-flag        pic x     value "n".
         05 ws-posted-found-flag       pic x     value "n".
      *
       01 ws-run-work.
         05 ws-system-date              pic x(8)  value spaces.
         05 ws-system-time              pic x(8)  value spaces.
         05 ws-run-timestamp            pic x(16) value spaces.
      *
       01 ws-file-work.
         05 ws-archive-filename         pic x(60) value spaces.
         05 ws-archive-status           pic x(2)  value "00".
         05 ws-history-status           pic x(2)  value "00".
         05 ws-posted-status            pic x(2)  value "00".
      *
      * Month range to load - the working month is stepped a month
      * at a time through its numeric redefinition.
       01 ws-month-work.
         05 ws-from-month               pic x(6)  value spaces.
         05 ws-to-month                 pic x(6)  value spaces.
         05 ws-month                    pic x(6)  value spaces.
         05 ws-month-n redefines ws-month.
           10 ws-month-yyyy             pic 9(4).
           10 ws-month-mm               pic 9(2).
      *
      * Archived day being loaded - its identity, the rows the
      * posted-days log says were already taken, and what this
      * pass did with the rest.
       01 ws-day-work.
         05 ws-day-run-date            pic x(8)  value spaces.
         05 ws-day-run-id              pic x(6)  value spaces.
         05 ws-day-already             pic 9(7)  value 0.
         05 ws-day-last-sequence       pic 9(7)  value 0.
         05 ws-day-posted              pic 9(7)  value 0.
      *
       01 ws-load-totals.
         05 ws-days-seen               pic 9(5)  value 0.
         05 ws-days-loaded             pic 9(5)  value 0.
         05 ws-rows-loaded             pic 9(9)  value 0.
         05 ws-months-missing          pic 9(3)  value 0.
      *
      * Archived audit row, laid out as the audit-line A2-ItemList
      * writes, field for field.
       01 ws-audit-row.
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
       01 ws-register-heading.
         05 filler                     pic x(32)
              value "A2 Sales History Archive Load  ".
         05 rh-from-month              pic x(6).
         05 filler                     pic x(4)  value " to ".
         05 rh-to-month                pic x(6).
      *
       01 ws-register-column-heading.
         05 filler                     pic x(8)  value "Run Date".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(6)  value "Run Id".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(8)  value "Archived".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(7)  value "Already".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(6)  value "Loaded".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(6)  value "Remark".
      *
       01 ws-register-detail-line.
         05 rg-run-date                pic x(8).
         05 filler                     pic x(2)  value spaces.
         05 rg-run-id                  pic x(6).
         05 filler                     pic x(2)  value spaces.
         05 rg-archived                pic Z,ZZZ,ZZ9.
         05 filler                     pic x(1)  value space.
         05 rg-already                 pic Z,ZZZ,ZZ9.
         05 filler                     pic x(1)  value space.
         05 rg-loaded                  pic Z,ZZZ,ZZ9.
         05 filler                     pic x(3)  value spaces.
         05 rg-remark                  pic x(20) value spaces.
      *
       01 ws-register-summary-line.
         05 rs-label                   pic x(24) value spaces.
         05 rs-count                   pic ZZZ,ZZZ,ZZ9.
      *
       procedure division.
      *
       000-main.
      *
           display "First month to load (YYYYMM): "
             with no advancing.
           accept ws-from-month.
           display "Last month to load (YYYYMM): "
             with no advancing.
           accept ws-to-month.
           if ws-from-month not numeric or
             ws-to-month not numeric or
             ws-to-month < ws-from-month
               display "A2-SalesLoad: month range not valid"
               goback
           end-if.
      *
           accept ws-system-date from date yyyymmdd.
           accept ws-system-time from time.
           string ws-system-date delimited by size
             ws-system-time delimited by size
             into ws-run-timestamp.
      *
      * Open the history and the posted-days log for update,
      * creating each on first use - same pattern as A2-RatesMaint
      * does for RATES.DAT.
           open i-o sales-history-file.
           if ws-history-status = "35"
               open output sales-history-file
               close sales-history-file
               open i-o sales-history-file
           end-if.
           open i-o posted-days-file.
           if ws-posted-status = "35"
               open output posted-days-file
               close posted-days-file
               open i-o posted-days-file
           end-if.
      *
           open output register-file.
           move ws-from-month to rh-from-month.
           move ws-to-month to rh-to-month.
           write register-line from ws-register-heading
             after advancing 1 line.
           write register-line from ws-register-column-heading
             after advancing 2 lines.
           write register-line from spaces
             after advancing 1 line.
      *
           move ws-from-month to ws-month.
           perform 100-load-one-month
             until ws-month > ws-to-month.
      *
           perform 500-write-load-totals.
      *
           close sales-history-file
             posted-days-file
             register-file.
      *
           display "A2-SalesLoad: " ws-rows-loaded
             " archived rows loaded to sales history".
           goback.
      *
       100-load-one-month.
      *
           move spaces to ws-archive-filename.
           string "../../../data/A2-AUDARCH-" delimited by size
             ws-month delimited by size
             ".DAT" delimited by size
             into ws-archive-filename.
      *
           open input audit-archive-file.
           if ws-archive-status not = "00"
               add 1 to ws-months-missing
               move spaces to ws-register-detail-line
               move ws-month to rg-run-date
               move "NO ARCHIVE" to rg-remark
               write register-line from ws-register-detail-line
                 after advancing 1 line
           else
               move "n" to ws-archive-eof-flag
               move "n" to ws-day-started-flag
               move low-values to ah-archive-key
               start audit-archive-file
                   key is not less than ah-archive-key
                   invalid key
                       move "y" to ws-archive-eof-flag
               end-start
               if ws-archive-eof-flag not = "y"
                   read audit-archive-file next record
                       at end
                           move "y" to ws-archive-eof-flag
                   end-read
               end-if
               perform 110-load-one-row
                 until ws-archive-eof-flag = "y"
               if ws-day-started-flag = "y"
                   perform 130-close-day
               end-if
               close audit-archive-file
           end-if.
      *
      * Step on to the next calendar month.
           if ws-month-mm = 12
               add 1 to ws-month-yyyy
               move 1 to ws-month-mm
           else
               add 1 to ws-month-mm
           end-if.
      *
       110-load-one-row.
      *
      * Control break on the run - (run date, run id) is the high-
      * order part of the key, so each day's rows arrive together
      * and in their original order.
           if ws-day-started-flag = "y" and
             (ah-run-date not = ws-day-run-date or
              ah-run-id not = ws-day-run-id)
               perform 130-close-day
           end-if.
           if ws-day-started-flag = "n"
               perform 120-start-day
           end-if.
      *
           if ah-sequence > ws-day-already
               move ah-audit-row to ws-audit-row
               perform 200-post-to-history
               add 1 to ws-day-posted
           end-if.
           if ah-sequence > ws-day-last-sequence
               move ah-sequence to ws-day-last-sequence
           end-if.
      *
           read audit-archive-file next record
               at end
                   move "y" to ws-archive-eof-flag
           end-read.
      *
       120-start-day.
      *
           move "y" to ws-day-started-flag.
           add 1 to ws-days-seen.
           move ah-run-date to ws-day-run-date.
           move ah-run-id to ws-day-run-id.
           move 0 to ws-day-last-sequence ws-day-posted.
      *
           move "n" to ws-posted-found-flag.
           move ws-day-run-date to sp-run-date.
           move ws-day-run-id to sp-run-id.
           read posted-days-file
               key is sp-posted-key
               invalid key
                   move 0 to sp-rows-posted
               not invalid key
                   move "y" to ws-posted-found-flag
           end-read.
           move sp-rows-posted to ws-day-already.
      *
       130-close-day.
      *
      * Record how far into the day the history now runs, and
      * register what the day contributed.
           move "n" to ws-day-started-flag.
           move spaces to ws-register-detail-line.
           move ws-day-run-date to rg-run-date.
           move ws-day-run-id to rg-run-id.
           move ws-day-last-sequence to rg-archived.
           move ws-day-already to rg-already.
           move ws-day-posted to rg-loaded.
      *
           if ws-day-posted = 0
               move "ALREADY POSTED" to rg-remark
           else
               add 1 to ws-days-loaded
               add ws-day-posted to ws-rows-loaded
               move "LOADED" to rg-remark
               move ws-day-run-date to sp-run-date
               move ws-day-run-id to sp-run-id
               move ws-day-last-sequence to sp-rows-posted
               move ws-run-timestamp to sp-posted-stamp
               move "A" to sp-source
               if ws-posted-found-flag = "y"
                   rewrite posted-day-record
                       invalid key
                           move "LOG NOT UPDATED" to rg-remark
                   end-rewrite
               else
                   write posted-day-record
                       invalid key
                           move "LOG NOT WRITTEN" to rg-remark
                   end-write
               end-if
           end-if.
      *
           write register-line from ws-register-detail-line
             after advancing 1 line.
      *
       200-post-to-history.
      *
      * Fold the row into its item's month - the same rule
      * 200-post-to-history follows in A2-SalesHist.
           move al-item-number to sh-item-number.
           move ws-day-run-date(1:6) to sh-month.
           read sales-history-file
               key is sh-history-key
               invalid key
                   move al-item-number to sh-item-number
                   move ws-day-run-date(1:6) to sh-month
                   move 0 to sh-units-sold
                     sh-units-returned
                     sh-net-revenue
                   move spaces to sh-last-sale-date
                   perform 210-accumulate-row
                   write sales-history-record
                       invalid key
                           display "A2-SalesLoad: history not "
                             "written for item " al-item-number
                   end-write
               not invalid key
                   perform 210-accumulate-row
                   rewrite sales-history-record
                       invalid key
                           display "A2-SalesLoad: history not "
                             "updated for item " al-item-number
                   end-rewrite
           end-read.
      *
       210-accumulate-row.
      *
           if al-transaction-type = "R"
               add al-quantity to sh-units-returned
           else
               add al-quantity to sh-units-sold
               if ws-day-run-date > sh-last-sale-date
                   move ws-day-run-date to sh-last-sale-date
               end-if
           end-if.
           add al-net-price to sh-net-revenue.
      *
       500-write-load-totals.
      *
           move "RUN DAYS ON ARCHIVES =" to rs-label.
           move ws-days-seen to rs-count.
           write register-line from ws-register-summary-line
             after advancing 2 lines.
           move "RUN DAYS LOADED =" to rs-label.
           move ws-days-loaded to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "ROWS LOADED =" to rs-label.
           move ws-rows-loaded to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "MONTHS WITH NO ARCHIVE =" to rs-label.
           move ws-months-missing to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
      *
       end program A2-SalesLoad.
