       identification division.
       program-id. A2-CycleCount.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Physical inventory and cycle count. A menu
      *  that prints count sheets for a range of items or for one
      *  product class - item and description with a blank to
      *  write the count on, never the book quantity, so the count
      *  is blind - and takes the counts keyed from the sheets onto
      *  the count file (COUNTS.DAT). The variance report sets each
      *  count against im-on-hand-qty on ITEMMSTR.DAT and prints
      *  book, counted and the difference in units and in dollars
      *  at im-unit-cost. Posting prints the same report and
      *  writes every approved count back to the master with an
      *  adjustment record on INVADJ.DAT for each balance it
      *  changes. A variance past the recount limits is not posted:
      *  it prints as RECOUNT and waits for a recount keyed with
      *  the recount flag, which posts as counted. The flag is only
      *  taken when an earlier line on the count file holds the
      *  same item - a first count keyed as a recount is weighed
      *  against the limits like any other. Posting is one-time: a
      *  posting pass empties COUNTS.DAT, keeping only a marker
      *  line (flag "P") for each item still waiting on its
      *  recount, so a count can never be posted twice over the
      *  sales and receipts that came after it. Each posted count
      *  is written with its before and after image and the
      *  operator id to the change journal A2-CHGJRNL.DAT.
      *  Counts are not posted while the run date's month is closed
      *  by A2-PeriodClose; sheets, keying and the preview still run.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Run control record - same file and layout as A2-ItemList
      * reads, so the sheets, report and adjustments are scoped to
      * the day being worked.
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
      * Count file - one line per item counted, as keyed from the
      * count sheets.
       select count-file
           assign to "../../../data/COUNTS.DAT"
           organization is line sequential
           file status is ws-count-status.
      *
      * Inventory adjustment file - permanent, appended to, one
      * record per on-hand balance a count changed.
       select adjustment-file
           assign to "../../../data/INVADJ.DAT"
           organization is line sequential
           file status is ws-adjustment-status.
      *
       select sheet-file
           assign to ws-sheet-filename
           organization is line sequential.
      *
       select variance-report-file
           assign to ws-variance-filename
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
      * ct-recount-flag "R" marks a recount of an item whose first
      * count stopped on the recount limits - it posts as counted.
       fd count-file
           data record is count-line
           record contains 13 characters.
       01 count-line.
         05 ct-item-number              pic 9(4).
         05 filler                      pic x(1).
         05 ct-counted-qty              pic 9(5).
         05 filler                      pic x(1).
         05 ct-recount-flag             pic x(1).
         05 filler                      pic x(1).
      *
      * Adjustment declaration - amounts carry SIGN IS TRAILING
      * SEPARATE so a shrinkage reads as a plain trailing "-", the
      * same human-readability rule as the audit file.
      * aj-source "CC" = cycle count.
       fd adjustment-file
           data record is adjustment-line
           record contains 78 characters.
       01 adjustment-line.
         05 aj-item-number              pic 9(4).
         05 filler                      pic x(1).
         05 aj-run-date                 pic x(8).
         05 filler                      pic x(1).
         05 aj-run-id                   pic x(6).
         05 filler                      pic x(1).
         05 aj-book-qty                 pic 9(5).
         05 filler                      pic x(1).
         05 aj-counted-qty              pic 9(5).
         05 filler                      pic x(1).
         05 aj-adjust-qty               pic S9(5)
                                    sign is trailing separate character.
         05 filler                      pic x(1).
         05 aj-unit-cost                pic 9(4)V99.
         05 filler                      pic x(1).
         05 aj-adjust-value             pic S9(7)V99
                                    sign is trailing separate character.
         05 filler                      pic x(1).
         05 aj-timestamp                pic x(16).
         05 filler                      pic x(1).
         05 aj-source                   pic x(2).
      *
       fd sheet-file
           data record is sheet-line
           record contains 80 characters.
       01 sheet-line                    pic x(80).
      *
       fd variance-report-file
           data record is variance-line
           record contains 132 characters.
       01 variance-line                 pic x(132).
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
         05 ws-master-sweep-eof        pic x     value "n".
         05 ws-count-eof-flag          pic x     value "n".
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
         05 ws-sheet-filename           pic x(60) value spaces.
         05 ws-variance-filename        pic x(60) value spaces.
         05 ws-count-status             pic x(2)  value "00".
         05 ws-adjustment-status        pic x(2)  value "00".
      *
       01 ws-item-master-work.
         05 ws-item-master-status      pic x(2)  value "00".
      *
       01 ws-menu-work.
         05 ws-menu-choice              pic 9     value 0.
         05 ws-done-flag                 pic x     value "n".
         05 ws-more-flag                 pic x     value "y".
         05 ws-new-file-flag             pic x     value "n".
      *
      * Count sheet selection - an item range, or one class with
      * the range left wide open.
       01 ws-sheet-work.
         05 ws-from-item               pic 9(4)  value 0.
         05 ws-to-item                 pic 9(4)  value 9999.
         05 ws-select-class            pic x(1)  value space.
         05 ws-sheet-item-count        pic 9(5)  value 0.
      *
      * Recount limits - a count whose difference from the book is
      * past either limit, in units or in dollars at cost, stops
      * for a recount instead of posting.
       01 ws-recount-limits.
         05 ws-recount-unit-limit      pic 9(5)     value 10.
         05 ws-recount-value-limit     pic 9(7)V99  value 100.00.
      *
       01 ws-variance-work.
         05 ws-post-mode-flag          pic x         value "n".
         05 ws-book-qty                pic 9(5)      value 0.
         05 ws-diff-qty                pic S9(5)     value 0.
         05 ws-diff-value              pic S9(7)V99  value 0.
         05 ws-abs-diff-qty            pic 9(5)      value 0.
         05 ws-abs-diff-value          pic 9(7)V99   value 0.
      *
      * Items already met on the count file in this pass - a line
      * flagged as a recount only bypasses the limits when its item
      * has an earlier line, i.e. a first count to be recounted.
      * "y" counted, "p" still waiting on a recount.
       01 ws-recount-work.
         05 ws-recount-honoured        pic x         value "n".
         05 ws-item-sub                pic 9(5)      value 0.
         05 ws-carried-count           pic 9(5)      value 0.
         05 ws-item-seen-table.
           10 ws-item-seen             pic x         occurs 9999.
      *
       01 ws-variance-counts.
         05 ws-counted-count           pic 9(5)      value 0.
         05 ws-match-count             pic 9(5)      value 0.
         05 ws-adjusted-count          pic 9(5)      value 0.
         05 ws-recount-count           pic 9(5)      value 0.
         05 ws-not-found-count         pic 9(5)      value 0.
         05 ws-net-diff-value          pic S9(9)V99  value 0.
      *
       01 ws-sheet-heading.
         05 filler                     pic x(20)
              value "A2 Count Sheet      ".
         05 sh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 sh-run-id                  pic x(6).
      *
       01 ws-sheet-selection-line.
         05 filler                     pic x(7)  value "Items: ".
         05 ss-from-item               pic 9(4).
         05 filler                     pic x(4)  value " to ".
         05 ss-to-item                 pic 9(4).
         05 filler                     pic x(9)  value "  Class: ".
         05 ss-select-class            pic x(3).
      *
       01 ws-sheet-column-heading.
         05 filler                     pic x(4)  value "Item".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(11) value "Description".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(5)  value "Class".
         05 filler                     pic x(5)  value spaces.
         05 filler                     pic x(7)  value "Counted".
         05 filler                     pic x(8)  value spaces.
         05 filler                     pic x(8)  value "Initials".
      *
       01 ws-sheet-detail-line.
         05 sd-item-number             pic 9(4).
         05 filler                     pic x(4)  value spaces.
         05 sd-product-description     pic x(13).
         05 filler                     pic x(4)  value spaces.
         05 sd-product-class           pic x(1).
         05 filler                     pic x(9)  value spaces.
         05 filler                     pic x(10) value "__________".
         05 filler                     pic x(5)  value spaces.
         05 filler                     pic x(8)  value "________".
      *
       01 ws-sheet-summary-line.
         05 filler                     pic x(16)
                                   value "ITEMS ON SHEET =".
         05 ss-item-count              pic ZZZZ9.
      *
       01 ws-variance-heading.
         05 filler                     pic x(28)
              value "A2 Count Variance Report    ".
         05 vh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 vh-run-id                  pic x(6).
         05 filler                     pic x(2)  value spaces.
         05 vh-mode                    pic x(20).
      *
       01 ws-variance-column-heading.
         05 filler                     pic x(4)  value "Item".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(11) value "Description".
         05 filler                     pic x(6)  value spaces.
         05 filler                     pic x(4)  value "Book".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(7)  value "Counted".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(5)  value "Units".
         05 filler                     pic x(4)  value spaces.
         05 filler                     pic x(9)  value "Unit Cost".
         05 filler                     pic x(8)  value spaces.
         05 filler                     pic x(7)  value "Dollars".
         05 filler                     pic x(3)  value spaces.
         05 filler                     pic x(6)  value "Status".
      *
       01 ws-variance-detail-line.
         05 vd-item-number             pic 9(4).
         05 filler                     pic x(4)  value spaces.
         05 vd-product-description     pic x(13).
         05 filler                     pic x(4)  value spaces.
         05 vd-book-qty                pic ZZZZ9.
         05 filler                     pic x(4)  value spaces.
         05 vd-counted-qty             pic ZZZZ9.
         05 filler                     pic x(3)  value spaces.
         05 vd-diff-qty                pic -ZZZZ9.
         05 filler                     pic x(4)  value spaces.
         05 vd-unit-cost               pic ZZ,ZZ9.99.
         05 filler                     pic x(3)  value spaces.
         05 vd-diff-value              pic $$,$$$,$$9.99-.
         05 filler                     pic x(2)  value spaces.
         05 vd-status                  pic x(13).
      *
       01 ws-variance-summary-line-1.
         05 filler                     pic x(17)
                                   value "ITEMS COUNTED = ".
         05 vs-counted-count           pic ZZZZ9.
         05 filler                     pic x(14)
                                   value "   NO CHANGE =".
         05 vs-match-count             pic ZZZZ9.
         05 filler                     pic x(13)
                                   value "   ADJUSTED =".
         05 vs-adjusted-count          pic ZZZZ9.
         05 filler                     pic x(12)
                                   value "   RECOUNT =".
         05 vs-recount-count           pic ZZZZ9.
         05 filler                     pic x(18)
                                   value "   NOT ON MASTER =".
         05 vs-not-found-count         pic ZZZZ9.
      *
       01 ws-variance-summary-line-2.
         05 filler                     pic x(25)
                                   value "NET VARIANCE AT COST =   ".
         05 vs-net-diff-value          pic $$$,$$$,$$9.99-.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
      *
           open i-o item-master-file.
           if ws-item-master-status not = "00"
               display "A2-CycleCount: no item master to count"
               goback
           end-if.
      *
           perform 010-open-change-journal.
           if ws-journal-ready not = "y"
               close item-master-file
               goback
           end-if.
      *
           perform 100-menu-loop
             until ws-done-flag = "y".
      *
           close item-master-file
             change-journal-file.
           goback.
      *
       005-set-run-context.
      *
      * Establish the run date/run-id from the same run-control file
      * A2-ItemList reads, and build the sheet and report names the
      * way 005-set-run-context builds file names there.
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
           move spaces to ws-sheet-filename.
           string "..\..\..\data\A2-CountSheet-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-sheet-filename.
      *
           move spaces to ws-variance-filename.
           string "..\..\..\data\A2-CycleCount-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-variance-filename.
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
      * use (status 35), and take the operator id every entry
      * carries. Without both nothing is maintained - an untraced
      * change is what the journal is there to prevent.
           move "n" to ws-journal-ready.
           open extend change-journal-file.
           if ws-journal-status = "35"
               open output change-journal-file
           end-if.
           if ws-journal-status not = "00"
               display "A2-CycleCount: change journal cannot be "
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
           display "A2 Cycle Count".
           display "1. Print count sheets for an item range".
           display "2. Print count sheets for a product class".
           display "3. Key counts onto the count file".
           display "4. Print count variance report".
           display "5. Post approved counts".
           display "6. Exit".
           display "Enter choice: " with no advancing.
           accept ws-menu-choice.
      *
           evaluate ws-menu-choice
               when 1
                   display "From item number: " with no advancing
                   accept ws-from-item
                   display "To item number: " with no advancing
                   accept ws-to-item
                   move space to ws-select-class
                   perform 200-print-count-sheets
               when 2
                   display "Product class: " with no advancing
                   accept ws-select-class
                   move 0 to ws-from-item
                   move 9999 to ws-to-item
                   perform 200-print-count-sheets
               when 3
                   perform 300-key-counts
               when 4
                   move "n" to ws-post-mode-flag
                   perform 400-count-variance
               when 5
                   perform 006-check-period-open
                   if ws-period-closed-flag = "y"
                       display "A2-CycleCount: period "
                         ws-run-date(1:6) " is closed - nothing posted"
                       move 8 to return-code
                   else
                       move "y" to ws-post-mode-flag
                       perform 400-count-variance
                   end-if
               when 6
                   move "y" to ws-done-flag
               when other
                   display "Invalid choice"
           end-evaluate.
      *
       200-print-count-sheets.
      *
      * Sweep the master from the first item in the range and list
      * every item in it (and in the class, when one was given).
      * The book quantity is deliberately not printed - a counter
      * who can see it counts to it.
           move 0 to ws-sheet-item-count.
           move "n" to ws-master-sweep-eof.
           open output sheet-file.
           move ws-run-date to sh-run-date.
           move ws-run-id to sh-run-id.
           write sheet-line from ws-sheet-heading
             after advancing 1 line.
           move ws-from-item to ss-from-item.
           move ws-to-item to ss-to-item.
           if ws-select-class = space
               move "ALL" to ss-select-class
           else
               move ws-select-class to ss-select-class
           end-if.
           write sheet-line from ws-sheet-selection-line
             after advancing 1 line.
           write sheet-line from ws-sheet-column-heading
             after advancing 2 lines.
           write sheet-line from spaces
             after advancing 1 line.
      *
           move ws-from-item to im-item-number.
           start item-master-file
               key is not less than im-item-number
               invalid key
                   move "y" to ws-master-sweep-eof
           end-start.
           if ws-master-sweep-eof not = "y"
               read item-master-file next record
                   at end
                       move "y" to ws-master-sweep-eof
               end-read
           end-if.
           perform 210-sheet-one-item
             until ws-master-sweep-eof = "y".
      *
           move ws-sheet-item-count to ss-item-count.
           write sheet-line from ws-sheet-summary-line
             after advancing 2 lines.
           close sheet-file.
           display "Count sheets printed - " ws-sheet-item-count
             " items".
      *
       210-sheet-one-item.
      *
           if im-item-number > ws-to-item
               move "y" to ws-master-sweep-eof
           else
               if ws-select-class = space or
                 im-product-class = ws-select-class
                   move im-item-number to sd-item-number
                   move im-product-description to
                     sd-product-description
                   move im-product-class to sd-product-class
                   write sheet-line from ws-sheet-detail-line
                     after advancing 2 lines
                   add 1 to ws-sheet-item-count
               end-if
               read item-master-file next record
                   at end
                       move "y" to ws-master-sweep-eof
               end-read
           end-if.
      *
       300-key-counts.
      *
      * Key the counts from the sheets onto the count file - a new
      * file for a new count, otherwise added to the end (a recount
      * keyed after the first pass, say). Item 0000 ends the entry.
           display "Start a new count file (Y/N): "
             with no advancing.
           accept ws-new-file-flag.
           if ws-new-file-flag = "Y" or ws-new-file-flag = "y"
               open output count-file
           else
               open extend count-file
               if ws-count-status = "35"
                   open output count-file
               end-if
           end-if.
      *
           move "y" to ws-more-flag.
           perform 310-key-one-count
             until ws-more-flag = "n".
           close count-file.
      *
       310-key-one-count.
      *
           move spaces to count-line.
           display "Item number (0 to finish): " with no advancing.
           accept ct-item-number.
           if ct-item-number = 0
               move "n" to ws-more-flag
           else
               display "Counted quantity: " with no advancing
               accept ct-counted-qty
               display "Recount (R) or first count (blank): "
                 with no advancing
               accept ct-recount-flag
               if ct-recount-flag = "r"
                   move "R" to ct-recount-flag
               end-if
               if ct-recount-flag not = "R"
                   move space to ct-recount-flag
               end-if
               write count-line
           end-if.
      *
       400-count-variance.
      *
      * Set every count against the book. In post mode each
      * approved count is written back to the master with an
      * adjustment record; otherwise the report is a preview and
      * nothing moves.
           move 0 to ws-counted-count ws-match-count
             ws-adjusted-count ws-recount-count
             ws-not-found-count ws-net-diff-value.
           move "n" to ws-count-eof-flag.
           move spaces to ws-item-seen-table.
      *
           open input count-file.
           if ws-count-status not = "00"
               display "No count file to report"
           else
               if ws-post-mode-flag = "y"
                   open extend adjustment-file
                   if ws-adjustment-status = "35"
                       open output adjustment-file
                   end-if
                   move "POSTING RUN" to vh-mode
               else
                   move "PREVIEW - NOT POSTED" to vh-mode
               end-if
               open output variance-report-file
               move ws-run-date to vh-run-date
               move ws-run-id to vh-run-id
               write variance-line from ws-variance-heading
                 after advancing 1 line
               write variance-line from ws-variance-column-heading
                 after advancing 2 lines
               write variance-line from spaces
                 after advancing 1 line
      *
               read count-file
                   at end
                       move "y" to ws-count-eof-flag
               end-read
               perform 410-variance-one-count
                 until ws-count-eof-flag = "y"
      *
               move ws-counted-count to vs-counted-count
               move ws-match-count to vs-match-count
               move ws-adjusted-count to vs-adjusted-count
               move ws-recount-count to vs-recount-count
               move ws-not-found-count to vs-not-found-count
               write variance-line from ws-variance-summary-line-1
                 after advancing 2 lines
               move ws-net-diff-value to vs-net-diff-value
               write variance-line from ws-variance-summary-line-2
                 after advancing 1 line
      *
               close count-file
                 variance-report-file
               if ws-post-mode-flag = "y"
                   close adjustment-file
                   perform 440-carry-recounts
               end-if
               display "Count variance report written - "
                 ws-recount-count " item(s) to recount"
           end-if.
      *
       410-variance-one-count.
      *
      * A marker line left by the last posting only says the item
      * is still waiting on its recount - it was weighed and
      * reported then.
           if ct-recount-flag = "P"
               if ct-item-number > 0
                   move "p" to ws-item-seen(ct-item-number)
               end-if
           else
               perform 415-weigh-one-count
           end-if.
      *
           read count-file
               at end
                   move "y" to ws-count-eof-flag
           end-read.
      *
       415-weigh-one-count.
      *
           add 1 to ws-counted-count.
           move spaces to ws-variance-detail-line.
           move ct-item-number to vd-item-number.
           move ct-counted-qty to vd-counted-qty.
      *
           move "n" to ws-recount-honoured.
           if ct-item-number > 0
               if ct-recount-flag = "R" and
                 (ws-item-seen(ct-item-number) = "y" or
                  ws-item-seen(ct-item-number) = "p")
                   move "y" to ws-recount-honoured
               end-if
               move "y" to ws-item-seen(ct-item-number)
           end-if.
      *
           move ct-item-number to im-item-number.
           read item-master-file
               key is im-item-number
               invalid key
                   add 1 to ws-not-found-count
                   move "NOT ON MASTER" to vd-status
               not invalid key
                   perform 420-weigh-variance
           end-read.
      *
           write variance-line from ws-variance-detail-line
             after advancing 1 line.
      *
       420-weigh-variance.
      *
           move im-on-hand-qty to ws-book-qty.
           compute ws-diff-qty = ct-counted-qty - ws-book-qty.
           compute ws-diff-value rounded =
             ws-diff-qty * im-unit-cost.
           move ws-diff-qty to ws-abs-diff-qty.
           move ws-diff-value to ws-abs-diff-value.
      *
           move im-product-description to vd-product-description.
           move ws-book-qty to vd-book-qty.
           move ws-diff-qty to vd-diff-qty.
           move im-unit-cost to vd-unit-cost.
           move ws-diff-value to vd-diff-value.
      *
           evaluate true
               when ws-diff-qty = 0
                   add 1 to ws-match-count
                   move "NO CHANGE" to vd-status
               when ws-recount-honoured not = "y" and
                 (ws-abs-diff-qty > ws-recount-unit-limit or
                  ws-abs-diff-value > ws-recount-value-limit)
                   add 1 to ws-recount-count
                   move "RECOUNT" to vd-status
                   if ct-item-number > 0
                       move "p" to ws-item-seen(ct-item-number)
                   end-if
               when ws-post-mode-flag not = "y"
                   add 1 to ws-adjusted-count
                   add ws-diff-value to ws-net-diff-value
                   move "WILL POST" to vd-status
               when other
                   perform 430-post-count
           end-evaluate.
      *
       430-post-count.
      *
      * Write the counted balance back to the master, then record
      * the change - book, counted, the difference and its value
      * at cost - on the permanent adjustment file.
           move item-master-record to ws-journal-before.
           move ct-counted-qty to im-on-hand-qty.
           rewrite item-master-record
               invalid key
                   move "NOT POSTED" to vd-status
               not invalid key
                   move "C" to ws-journal-action
                   perform 810-journal-item
                   add 1 to ws-adjusted-count
                   add ws-diff-value to ws-net-diff-value
                   move "POSTED" to vd-status
                   move spaces to adjustment-line
                   move im-item-number to aj-item-number
                   move ws-run-date to aj-run-date
                   move ws-run-id to aj-run-id
                   move ws-book-qty to aj-book-qty
                   move ct-counted-qty to aj-counted-qty
                   move ws-diff-qty to aj-adjust-qty
                   move im-unit-cost to aj-unit-cost
                   move ws-diff-value to aj-adjust-value
                   move ws-run-timestamp to aj-timestamp
                   move "CC" to aj-source
                   write adjustment-line
           end-rewrite.
      *
       440-carry-recounts.
      *
      * The posting pass is done - start the count file again, with
      * a marker line for each item still waiting on its recount so
      * the recount is still taken as one. Everything else on the
      * file has been posted (or was not on the master) and must
      * not be posted again.
           move 0 to ws-carried-count.
           open output count-file.
           perform varying ws-item-sub from 1 by 1
             until ws-item-sub > 9999
               if ws-item-seen(ws-item-sub) = "p"
                   move spaces to count-line
                   move ws-item-sub to ct-item-number
                   move 0 to ct-counted-qty
                   move "P" to ct-recount-flag
                   write count-line
                   add 1 to ws-carried-count
               end-if
           end-perform.
           close count-file.
           display "Count file cleared - " ws-carried-count
             " item(s) still waiting on a recount".
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
           move "A2-CycleCount" to cj-program.
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
      * balance a posted count changed.
           move "ITEMMSTR.DAT" to ws-journal-file-name.
           move im-item-number to ws-journal-key.
           move item-master-record to ws-journal-after.
           perform 800-write-change-journal.
      *
       end program A2-CycleCount.
