       identification division.
       program-id. A2-ChgJrnl.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Change journal inquiry. Lists the entries on
      *  A2-CHGJRNL.DAT - every add, change and delete made to a
      *  master file by A2-ItemMaint, A2-RatesMaint, A2-CustMaint,
      *  A2-ContractMaint, A2-Receiving and A2-CycleCount - with the
      *  before and after image of the record and who made it when.
      *  Strictly read-only. The entries are selected by any mix of
      *  file name, key, operator id and a from/to date range; a
      *  blank answer selects everything. The key selects on its
      *  leading characters, so a contract's customer number alone
      *  finds all of that customer's contracts. Entries print in
      *  journal order, oldest first, on
      *  A2-ChgJrnl-<date>-<runid>.out, with the count selected by
      *  action at the end. What a record held on a given day is
      *  the after image of the last entry up to that day: select
      *  the file and key with only a to date, and read the last
      *  entry printed - its operator made the change.
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
      * Change journal - appended by the maintenance and posting
      * programs, only read here.
       select change-journal-file
           assign to "../../../data/A2-CHGJRNL.DAT"
           organization is line sequential
           file status is ws-journal-status.
      *
       select journal-report-file
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
      * Change journal declaration - must stay in step with the
      * change-journal-line layout the maintenance and posting
      * programs write, field for field. cj-action "A" add, "C"
      * change, "D" delete; an add has no before image and a delete
      * no after image.
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
       fd journal-report-file
           data record is journal-line
           record contains 132 characters.
       01 journal-line                  pic x(132).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-journal-eof-flag        pic x     value "n".
         05 ws-selected-flag           pic x     value "n".
         05 ws-filter-ok-flag          pic x     value "y".
      *
       01 ws-run-work.
         05 ws-run-id                   pic x(6)  value "RUN001".
         05 ws-run-date                 pic x(8)  value spaces.
         05 ws-runctl-status            pic x(2)  value "00".
      *
       01 ws-file-work.
         05 ws-report-filename          pic x(60) value spaces.
         05 ws-journal-status           pic x(2)  value "00".
      *
      * The selection keyed at the prompts - spaces select all.
       01 ws-filter-work.
         05 ws-filter-file-name         pic x(14) value spaces.
         05 ws-filter-key               pic x(20) value spaces.
         05 ws-filter-key-length        pic 9(2)  value 0.
         05 ws-filter-operator          pic x(8)  value spaces.
         05 ws-filter-from-date         pic x(8)  value spaces.
         05 ws-filter-to-date           pic x(8)  value spaces.
      *
       01 ws-count-work.
         05 ws-read-count               pic 9(7)  value 0.
         05 ws-selected-count           pic 9(7)  value 0.
         05 ws-add-count                pic 9(7)  value 0.
         05 ws-change-count             pic 9(7)  value 0.
         05 ws-delete-count             pic 9(7)  value 0.
      *
       01 ws-report-heading.
         05 filler                     pic x(36)
              value "A2 Master File Change Journal       ".
         05 rh-run-date                pic x(8).
         05 filler                     pic x(7)  value "  Run: ".
         05 rh-run-id                  pic x(6).
      *
       01 ws-selection-line.
         05 filler                     pic x(6)  value "File: ".
         05 sh-file-name               pic x(14).
         05 filler                     pic x(7)  value "  Key: ".
         05 sh-key                     pic x(20).
         05 filler                     pic x(12) value "  Operator: ".
         05 sh-operator                pic x(8).
         05 filler                     pic x(8)  value "  From: ".
         05 sh-from-date               pic x(8).
         05 filler                     pic x(6)  value "  To: ".
         05 sh-to-date                 pic x(8).
      *
       01 ws-entry-column-heading.
         05 filler                     pic x(4)  value "When".
         05 filler                     pic x(17) value spaces.
         05 filler                     pic x(8)  value "Operator".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(7)  value "Program".
         05 filler                     pic x(11) value spaces.
         05 filler                     pic x(4)  value "File".
         05 filler                     pic x(12) value spaces.
         05 filler                     pic x(6)  value "Action".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(3)  value "Key".
      *
       01 ws-entry-line.
         05 el-date                    pic x(10).
         05 filler                     pic x(1)  value space.
         05 el-time                    pic x(8).
         05 filler                     pic x(2)  value spaces.
         05 el-operator                pic x(8).
         05 filler                     pic x(2)  value spaces.
         05 el-program                 pic x(16).
         05 filler                     pic x(2)  value spaces.
         05 el-file-name               pic x(14).
         05 filler                     pic x(2)  value spaces.
         05 el-action                  pic x(6).
         05 filler                     pic x(2)  value spaces.
         05 el-key                     pic x(20).
      *
       01 ws-image-line.
         05 filler                     pic x(4)  value spaces.
         05 il-label                   pic x(8).
         05 il-image                   pic x(100).
      *
       01 ws-summary-line.
         05 sl-label                   pic x(24).
         05 sl-count                   pic ZZZZZZ9.
      *
       01 ws-note-line.
         05 nl-text                    pic x(80) value spaces.
      *
       procedure division.
      *
       000-main.
      *
           perform 005-set-run-context.
           perform 010-accept-selection.
           if ws-filter-ok-flag not = "y"
               goback
           end-if.
      *
           open input change-journal-file.
           if ws-journal-status not = "00"
               display "A2-ChgJrnl: no change journal to list - "
                 "status " ws-journal-status
               goback
           end-if.
      *
           open output journal-report-file.
           move ws-run-date to rh-run-date.
           move ws-run-id to rh-run-id.
           write journal-line from ws-report-heading
             after advancing 1 line.
           perform 020-write-selection.
           write journal-line from ws-entry-column-heading
             after advancing 2 lines.
           write journal-line from spaces
             after advancing 1 line.
      *
           read change-journal-file
               at end
                   move "y" to ws-journal-eof-flag
           end-read.
           perform 100-list-one-entry
             until ws-journal-eof-flag = "y".
      *
           perform 800-write-summary.
           close change-journal-file
             journal-report-file.
      *
           display "A2-ChgJrnl: " ws-selected-count " of "
             ws-read-count " entries listed on "
             function trim(ws-report-filename).
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
           string "..\..\..\data\A2-ChgJrnl-" delimited by size
             ws-run-date delimited by size
             "-" delimited by size
             function trim(ws-run-id) delimited by size
             ".out" delimited by size
             into ws-report-filename.
      *
       010-accept-selection.
      *
      * Key the selection. File name, key and operator id are
      * matched exactly as keyed - file names as the programs write
      * them (e.g. RATES.DAT), operator ids as they were keyed at
      * the maintenance prompt. A date must be a full YYYYMMDD.
           display "A2 Change Journal Inquiry - blank selects all".
           display "File name (e.g. RATES.DAT): " with no advancing.
           accept ws-filter-file-name.
           display "Key: " with no advancing.
           accept ws-filter-key.
           display "Operator id: " with no advancing.
           accept ws-filter-operator.
           display "From date (YYYYMMDD): " with no advancing.
           accept ws-filter-from-date.
           display "To date (YYYYMMDD): " with no advancing.
           accept ws-filter-to-date.
      *
           move 0 to ws-filter-key-length.
           if ws-filter-key not = spaces
               move function length(function trim(ws-filter-key
                 trailing)) to ws-filter-key-length
           end-if.
      *
           if ws-filter-from-date not = spaces
             and ws-filter-from-date is not numeric
               display "Not a valid YYYYMMDD from date"
               move "n" to ws-filter-ok-flag
           end-if.
           if ws-filter-to-date not = spaces
             and ws-filter-to-date is not numeric
               display "Not a valid YYYYMMDD to date"
               move "n" to ws-filter-ok-flag
           end-if.
           if ws-filter-ok-flag = "y"
             and ws-filter-from-date not = spaces
             and ws-filter-to-date not = spaces
             and ws-filter-from-date > ws-filter-to-date
               display "From date is after the to date"
               move "n" to ws-filter-ok-flag
           end-if.
      *
       020-write-selection.
      *
      * Print the selection under the heading so the report says
      * what it is a list of.
           move "ALL" to sh-file-name.
           move "ALL" to sh-key.
           move "ALL" to sh-operator.
           move "FIRST" to sh-from-date.
           move "LAST" to sh-to-date.
           if ws-filter-file-name not = spaces
               move ws-filter-file-name to sh-file-name
           end-if.
           if ws-filter-key not = spaces
               move ws-filter-key to sh-key
           end-if.
           if ws-filter-operator not = spaces
               move ws-filter-operator to sh-operator
           end-if.
           if ws-filter-from-date not = spaces
               move ws-filter-from-date to sh-from-date
           end-if.
           if ws-filter-to-date not = spaces
               move ws-filter-to-date to sh-to-date
           end-if.
           write journal-line from ws-selection-line
             after advancing 1 line.
      *
       100-list-one-entry.
      *
           add 1 to ws-read-count.
           perform 110-test-selection.
           if ws-selected-flag = "y"
               perform 200-print-entry
           end-if.
      *
           read change-journal-file
               at end
                   move "y" to ws-journal-eof-flag
           end-read.
      *
       110-test-selection.
      *
      * An entry is listed when it passes every selection keyed.
           move "y" to ws-selected-flag.
           if ws-filter-file-name not = spaces
             and cj-file-name not = ws-filter-file-name
               move "n" to ws-selected-flag
           end-if.
           if ws-filter-key-length > 0
             and cj-key(1:ws-filter-key-length) not =
                 ws-filter-key(1:ws-filter-key-length)
               move "n" to ws-selected-flag
           end-if.
           if ws-filter-operator not = spaces
             and cj-operator not = ws-filter-operator
               move "n" to ws-selected-flag
           end-if.
           if ws-filter-from-date not = spaces
             and cj-timestamp(1:8) < ws-filter-from-date
               move "n" to ws-selected-flag
           end-if.
           if ws-filter-to-date not = spaces
             and cj-timestamp(1:8) > ws-filter-to-date
               move "n" to ws-selected-flag
           end-if.
      *
       200-print-entry.
      *
      * One entry - who, when, what and the key, then the record as
      * it was and as it became.
           add 1 to ws-selected-count.
           move spaces to ws-entry-line.
           string cj-timestamp(1:4) delimited by size
             "-" delimited by size
             cj-timestamp(5:2) delimited by size
             "-" delimited by size
             cj-timestamp(7:2) delimited by size
             into el-date.
           string cj-timestamp(9:2) delimited by size
             ":" delimited by size
             cj-timestamp(11:2) delimited by size
             ":" delimited by size
             cj-timestamp(13:2) delimited by size
             into el-time.
           move cj-operator to el-operator.
           move cj-program to el-program.
           move cj-file-name to el-file-name.
           move cj-key to el-key.
           evaluate cj-action
               when "A"
                   move "ADD" to el-action
                   add 1 to ws-add-count
               when "C"
                   move "CHANGE" to el-action
                   add 1 to ws-change-count
               when "D"
                   move "DELETE" to el-action
                   add 1 to ws-delete-count
               when other
                   move cj-action to el-action
           end-evaluate.
           write journal-line from ws-entry-line
             after advancing 2 lines.
      *
           move "BEFORE:" to il-label.
           if cj-action = "A"
               move "(NEW RECORD)" to il-image
           else
               move cj-before-image to il-image
           end-if.
           write journal-line from ws-image-line
             after advancing 1 line.
           move "AFTER:" to il-label.
           if cj-action = "D"
               move "(DELETED)" to il-image
           else
               move cj-after-image to il-image
           end-if.
           write journal-line from ws-image-line
             after advancing 1 line.
      *
       800-write-summary.
      *
           if ws-selected-count = 0
               move "NO JOURNAL ENTRIES MATCH THE SELECTION"
                 to nl-text
               write journal-line from ws-note-line
                 after advancing 2 lines
           end-if.
      *
           move "ENTRIES READ" to sl-label.
           move ws-read-count to sl-count.
           write journal-line from ws-summary-line
             after advancing 3 lines.
           move "ENTRIES LISTED" to sl-label.
           move ws-selected-count to sl-count.
           write journal-line from ws-summary-line
             after advancing 1 line.
           move "  ADDS" to sl-label.
           move ws-add-count to sl-count.
           write journal-line from ws-summary-line
             after advancing 1 line.
           move "  CHANGES" to sl-label.
           move ws-change-count to sl-count.
           write journal-line from ws-summary-line
             after advancing 1 line.
           move "  DELETES" to sl-label.
           move ws-delete-count to sl-count.
           write journal-line from ws-summary-line
             after advancing 1 line.
      *
       end program A2-ChgJrnl.
