       identification division.
       program-id. A2-SalesHist.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Daily sales history update. Reads the day's
      *  A2-ItemList audit file and folds every row into the item
      *  sales history SALESHST.DAT - one record per item per
      *  calendar month holding units sold, units returned and net
      *  revenue, plus the last day the item sold that month - the
      *  file A2-SalesRpt reports velocity, ABC ranking and slow
      *  movers from. Runs as a job-stream step after A2-ItemList.
      *  Each day posted is recorded on SHPOSTED.DAT with the rows
      *  it took, so a rerun posts nothing twice and a day topped
      *  up by a supplemental run posts only the new rows.
      *  A2-SalesLoad keeps the same record when it loads history
      *  from the monthly audit archives.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads, so both programs agree on which day's audit file is
      * being posted.
       select run-control-file
           assign to "../../../data/A2-RUNCTL.dat"
           organization is line sequential
           file status is ws-runctl-status.
      *
       select audit-file
           assign to ws-audit-filename
           organization is line sequential
           file status is ws-audit-status.
      *
      * Item sales history - keyed item number + month, so an
      * item's months read back in order.
       select sales-history-file
           assign to "../../../data/SALESHST.DAT"
           organization is indexed
           access mode is dynamic
           record key is sh-history-key
           file status is ws-history-status.
      *
      * Posted-days log - one record per run date/run-id folded
      * into the history, with the number of audit rows it took.
       select posted-days-file
           assign to "../../../data/SHPOSTED.DAT"
           organization is indexed
           access mode is dynamic
           record key is sp-posted-key
           file status is ws-posted-status.
      *
       select register-file
           assign to ws-register-filename
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
      * Sales history declaration - must stay in step with the
      * layout A2-SalesLoad and A2-SalesRpt use, field for field.
      * Net revenue is al-net-price summed, so returns net out as
      * the negatives the audit trail carries. sh-last-sale-date is
      * the latest run date in the month with a sale on it.
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
      * A2-SalesLoad uses. sp-source "D" = posted by the daily
      * update, "A" = loaded from the archives.
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
         05 ws-audit-eof-flag          pic x     value "n".
         05 ws-posted-found-flag       pic x     value "n".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
         05 ws-system-date              pic x(8)  value spaces.
         05 ws-system-time              pic x(8)  value spaces.
         05 ws-run-timestamp            pic x(16) value spaces.
      *
       01 ws-file-work.
         05 ws-audit-filename           pic x(60) value spaces.
         05 ws-register-filename        pic x(60) value spaces.
         05 ws-audit-status             pic x(2)  value "00".
         05 ws-history-status           pic x(2)  value "00".
         05 ws-posted-status            pic x(2)  value "00".
      *
       01 ws-post-counts.
         05 ws-rows-read               pic 9(7)  value 0.
         05 ws-rows-already            pic 9(7)  value 0.
         05 ws-rows-posted             pic 9(7)  value 0.
         05 ws-months-added            pic 9(5)  value 0.
         05 ws-months-updated          pic 9(5)  value 0.
      *
       01 ws-register-heading.
         05 filler                     pic x(28)
              value "A2 Sales History Update    ".
         05 rh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 rh-run-id                  pic x(6).
      *
       01 ws-register-summary-line.
         05 rs-label                   pic x(28) value spaces.
         05 rs-count                   pic Z,ZZZ,ZZ9.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
      *
           open input audit-file.
           if ws-audit-status not = "00"
               display "A2-SalesHist: no audit file for this "
                 "run date/run-id"
               goback
           end-if.
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
      * Rows already taken by an earlier update of this day are
      * skipped - the audit file only ever grows at the end, so
      * they are always the first ones.
           move "n" to ws-posted-found-flag.
           move ws-run-date to sp-run-date.
           move ws-run-id to sp-run-id.
           read posted-days-file
               key is sp-posted-key
               invalid key
                   move 0 to sp-rows-posted
               not invalid key
                   move "y" to ws-posted-found-flag
           end-read.
           move sp-rows-posted to ws-rows-already.
      *
           read audit-file
               at end
                   move "y" to ws-audit-eof-flag
           end-read.
           perform 100-post-one-audit-row
             until ws-audit-eof-flag = "y".
      *
           perform 300-record-posted-day.
           perform 400-write-register.
      *
           close audit-file
             sales-history-file
             posted-days-file.
      *
           display "A2-SalesHist: " ws-rows-posted
             " audit rows posted to sales history".
           goback.
      *
       005-set-run-context.
      *
      * Establish the run date/run-id from the same run-control file
      * A2-ItemList reads, and build the day's audit file name the
      * way 005-set-run-context builds it there.
           accept ws-system-date from date yyyymmdd.
           accept ws-system-time from time.
           string ws-system-date delimited by size
             ws-system-time delimited by size
             into ws-run-timestamp.
           move ws-system-date to ws-run-date.
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
           move spaces to ws-audit-filename.
           string "..\..\..\data\A2-ItemList-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".aud" delimited by size
             into ws-audit-filename.
      *
           move spaces to ws-register-filename.
           string "..\..\..\data\A2-SalesHist-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-register-filename.
      *
       100-post-one-audit-row.
      *
           add 1 to ws-rows-read.
           if ws-rows-read > ws-rows-already
               perform 200-post-to-history
               add 1 to ws-rows-posted
           end-if.
      *
           read audit-file
               at end
                   move "y" to ws-audit-eof-flag
           end-read.
      *
       200-post-to-history.
      *
      * Fold the row into its item's month - added on the month's
      * first row for the item, updated after that.
           move al-item-number to sh-item-number.
           move ws-run-date(1:6) to sh-month.
           read sales-history-file
               key is sh-history-key
               invalid key
                   move al-item-number to sh-item-number
                   move ws-run-date(1:6) to sh-month
                   move 0 to sh-units-sold
                     sh-units-returned
                     sh-net-revenue
                   move spaces to sh-last-sale-date
                   perform 210-accumulate-row
                   write sales-history-record
                       invalid key
                           display "A2-SalesHist: history not "
                             "written for item " al-item-number
                       not invalid key
                           add 1 to ws-months-added
                   end-write
               not invalid key
                   perform 210-accumulate-row
                   rewrite sales-history-record
                       invalid key
                           display "A2-SalesHist: history not "
                             "updated for item " al-item-number
                       not invalid key
                           add 1 to ws-months-updated
                   end-rewrite
           end-read.
      *
       210-accumulate-row.
      *
           if al-transaction-type = "R"
               add al-quantity to sh-units-returned
           else
               add al-quantity to sh-units-sold
               if ws-run-date > sh-last-sale-date
                   move ws-run-date to sh-last-sale-date
               end-if
           end-if.
           add al-net-price to sh-net-revenue.
      *
       300-record-posted-day.
      *
      * Record how far into the day's audit file the history now
      * runs, so the next update of the day starts after it.
           if ws-rows-posted > 0
               move ws-run-date to sp-run-date
               move ws-run-id to sp-run-id
               move ws-rows-read to sp-rows-posted
               move ws-run-timestamp to sp-posted-stamp
               move "D" to sp-source
               if ws-posted-found-flag = "y"
                   rewrite posted-day-record
                       invalid key
                           display "A2-SalesHist: posted-days log "
                             "not updated"
                   end-rewrite
               else
                   write posted-day-record
                       invalid key
                           display "A2-SalesHist: posted-days log "
                             "not written"
                   end-write
               end-if
           end-if.
      *
       400-write-register.
      *
           open output register-file.
           move ws-run-date to rh-run-date.
           move ws-run-id to rh-run-id.
           write register-line from ws-register-heading
             after advancing 1 line.
           move "AUDIT ROWS READ =" to rs-label.
           move ws-rows-read to rs-count.
           write register-line from ws-register-summary-line
             after advancing 2 lines.
           move "ROWS ALREADY POSTED =" to rs-label.
           move ws-rows-already to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "ROWS POSTED THIS RUN =" to rs-label.
           move ws-rows-posted to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "ITEM-MONTHS ADDED =" to rs-label.
           move ws-months-added to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           move "ITEM-MONTHS UPDATED =" to rs-label.
           move ws-months-updated to rs-count.
           write register-line from ws-register-summary-line
             after advancing 1 line.
           close register-file.
      *
       end program A2-SalesHist.
