       identification division.
       program-id. A2-PeriodClose.
       Date-written. 2026-10-15.
       Author. Ashok Sasitharan.
      * Description: Fiscal period close. Keeps the period control
      *  file PERIOD.DAT - one row per month (yyyymm) that has been
      *  closed, and reopened if it ever was - which every program
      *  that posts by run date reads before it posts: A2-ItemList
      *  (including a "SUP" run), A2-RejectFix, A2-CreditRel,
      *  A2-ARPost, A2-Receiving, A2-CashRcpt, A2-FinChg and the
      *  posting step of A2-CycleCount all refuse a run date in a
      *  closed month. A month with no row is open.
      *  Closing prints a checklist of every run day in the month
      *  from A2-RUNLOG.DAT and A2-RUNLOG-HIST.DAT, showing the
      *  day's A2-Reconcile verdict and whether its A2-GLJournal
      *  extract is on file, and refuses the close while any day
      *  lacks an IN BALANCE verdict or its extract, or never
      *  completed - or while the month has more run days than the
      *  checklist can hold, when not every day has been checked.
      *  A run A2-ItemList refused as out of balance
      *  posted nothing and needs neither. Reopening is the only way
      *  back - it takes an operator id and a reason, and like
      *  every close and refused close it is written to the period
      *  log A2-PERIODLOG.DAT.
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      *
      * Period control file - one row per month closed, keyed
      * yyyymm. Read by every posting program.
       select period-file
           assign to "../../../data/PERIOD.DAT"
           organization is indexed
           access mode is dynamic
           record key is pc-period
           file status is ws-period-status.
      *
      * Period log - one line per close, refused close and reopen,
      * appended and never rewritten.
       select period-log-file
           assign to "../../../data/A2-PERIODLOG.DAT"
           organization is line sequential
           file status is ws-period-log-status.
      *
      * The live run log and the history A2-Archive trims it into -
      * between them, every run day of the month.
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
      * A run day's reconcile report, read for its verdict line.
       select reconcile-report-file
           assign to ws-reconcile-filename
           organization is line sequential
           file status is ws-reconcile-status.
      *
      * A run day's GL journal, opened only to see that it is there.
       select gl-journal-file
           assign to ws-journal-filename
           organization is line sequential
           file status is ws-journal-status.
      *
       select checklist-file
           assign to ws-checklist-filename
           organization is line sequential.
      *
       data division.
       file section.
      *
      * Period control declaration - pc-status "C" closed, "O"
      * reopened. Every posting program carries this layout and
      * must stay in step with it, field for field.
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
      * Period log declaration - pl-action CLOSE, REFUSE or REOPEN.
       fd period-log-file
           data record is period-log-line
           record contains 100 characters.
      *
       01 period-log-line.
         05 pl-period                   pic x(6).
         05 filler                      pic x(1).
         05 pl-action                   pic x(6).
         05 filler                      pic x(1).
         05 pl-operator                 pic x(8).
         05 filler                      pic x(1).
         05 pl-timestamp                pic x(16).
         05 filler                      pic x(1).
         05 pl-run-days                 pic 9(4).
         05 filler                      pic x(1).
         05 pl-reason                   pic x(50).
         05 filler                      pic x(5).
      *
      * Run log declaration - must stay in step with the
      * runlog-line layout A2-ItemList writes, field for field.
       fd runlog-file
           data record is runlog-line
           record contains 107 characters.
      *
       01 runlog-line.
         05 lg-run-date                 pic x(8).
         05 filler                      pic x(1).
         05 lg-run-id                   pic x(6).
         05 filler                      pic x(1).
         05 lg-entry-type               pic x(1).
         05 filler                      pic x(89).
         05 lg-completion-code          pic x(1).
      *
       fd runlog-hist-file
           data record is runlog-hist-line
           record contains 107 characters.
      *
       01 runlog-hist-line.
         05 lh-run-date                 pic x(8).
         05 filler                      pic x(1).
         05 lh-run-id                   pic x(6).
         05 filler                      pic x(1).
         05 lh-entry-type               pic x(1).
         05 filler                      pic x(89).
         05 lh-completion-code          pic x(1).
      *
       fd reconcile-report-file
           data record is reconcile-line
           record contains 132 characters.
      *
       01 reconcile-line                pic x(132).
      *
       fd gl-journal-file
           data record is gl-journal-line
           record contains 100 characters.
      *
       01 gl-journal-line               pic x(100).
      *
       fd checklist-file
           data record is checklist-line
           record contains 132 characters.
       01 checklist-line                pic x(132).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-done-flag               pic x     value "n".
         05 ws-valid-flag              pic x     value "n".
         05 ws-sweep-eof-flag          pic x     value "n".
         05 ws-runlog-eof-flag         pic x     value "n".
         05 ws-reconcile-eof-flag      pic x     value "n".
         05 ws-found-flag              pic x     value "n".
         05 ws-period-on-file          pic x     value "n".
         05 ws-run-table-warned        pic x     value "n".
      *
       01 ws-menu-work.
         05 ws-menu-choice              pic 9     value 0.
         05 ws-confirm                  pic x     value space.
      *
       01 ws-file-work.
         05 ws-checklist-filename       pic x(60) value spaces.
         05 ws-reconcile-filename       pic x(60) value spaces.
         05 ws-journal-filename         pic x(60) value spaces.
         05 ws-period-status            pic x(2)  value "00".
         05 ws-period-log-status        pic x(2)  value "00".
         05 ws-runlog-status            pic x(2)  value "00".
         05 ws-runlog-hist-status       pic x(2)  value "00".
         05 ws-reconcile-status         pic x(2)  value "00".
         05 ws-journal-status           pic x(2)  value "00".
      *
      * The month being worked and who is working it.
       01 ws-period-work.
         05 ws-period                   pic x(6)  value spaces.
         05 ws-period-n redefines ws-period.
           10 ws-period-yyyy            pic 9(4).
           10 ws-period-mm              pic 9(2).
         05 ws-operator-id              pic x(8)  value spaces.
         05 ws-reopen-reason            pic x(50) value spaces.
         05 ws-log-action               pic x(6)  value spaces.
         05 ws-log-reason               pic x(50) value spaces.
      *
       01 ws-timestamp-work.
         05 ws-system-date              pic x(8)  value spaces.
         05 ws-system-time              pic x(8)  value spaces.
         05 ws-action-stamp             pic x(16) value spaces.
      *
      * The month's run days, one per run date/run-id, with how the
      * day's last run-log end entry left it.
       01 ws-run-day-table.
         05 ws-run-day-count            pic 9(3)  value 0.
         05 ws-run-day-entry occurs 200 times indexed by day-idx.
           10 rd-run-date              pic x(8).
           10 rd-run-id                pic x(6).
           10 rd-ended-flag            pic x(1).
           10 rd-completion-code       pic x(1).
      *
       01 ws-run-entry-work.
         05 ws-look-run-date            pic x(8)  value spaces.
         05 ws-look-run-id              pic x(6)  value spaces.
         05 ws-look-entry-type          pic x(1)  value space.
         05 ws-look-completion-code     pic x(1)  value space.
      *
       01 ws-checklist-counts.
         05 ws-ready-day-count          pic 9(4)  value 0.
         05 ws-missing-day-count        pic 9(4)  value 0.
         05 ws-refused-day-count        pic 9(4)  value 0.
      *
      * One day's findings. Verdict: "I" in balance, "O" out of
      * balance, space no verdict on file.
       01 ws-day-check-work.
         05 ws-reconcile-verdict        pic x     value space.
         05 ws-journal-present          pic x     value "n".
      *
       01 ws-checklist-heading.
         05 filler                     pic x(28)
              value "A2 Period Close Checklist  ".
         05 ch-period                  pic x(6).
         05 filler                     pic x(9)  value "  Taken: ".
         05 ch-stamp                   pic x(16).
         05 filler                     pic x(6)  value "  By: ".
         05 ch-operator                pic x(8).
      *
       01 ws-checklist-column-heading.
         05 filler                     pic x(8)  value "Run Date".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(6)  value "Run-Id".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(9)  value "Reconcile".
         05 filler                     pic x(9)  value spaces.
         05 filler                     pic x(10) value "GL Extract".
         05 filler                     pic x(2)  value spaces.
         05 filler                     pic x(6)  value "Status".
      *
       01 ws-checklist-detail-line.
         05 cd-run-date                pic x(8).
         05 filler                     pic x(2)  value spaces.
         05 cd-run-id                  pic x(6).
         05 filler                     pic x(2)  value spaces.
         05 cd-reconcile               pic x(16).
         05 filler                     pic x(2)  value spaces.
         05 cd-journal                 pic x(10).
         05 filler                     pic x(2)  value spaces.
         05 cd-status                  pic x(40).
      *
       01 ws-checklist-summary-line.
         05 filler                     pic x(12) value "RUN DAYS = ".
         05 cs-run-days                pic ZZZ9.
         05 filler                     pic x(11) value "   READY = ".
         05 cs-ready-days              pic ZZZ9.
         05 filler                     pic x(13) value "   MISSING = ".
         05 cs-missing-days            pic ZZZ9.
         05 filler                     pic x(20)
              value "   REFUSED RUNS = ".
         05 cs-refused-days            pic ZZZ9.
      *
       01 ws-checklist-verdict-line.
         05 cv-text                    pic x(80) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      * Open the period file for update, creating it on first use -
      * same pattern as A2-ItemMaint does for ITEMMSTR.DAT.
           open i-o period-file.
           if ws-period-status = "35"
               open output period-file
               close period-file
               open i-o period-file
           end-if.
      *
           perform 100-menu-loop
             until ws-done-flag = "y".
      *
           close period-file.
           goback.
      *
       090-stamp-action.
      *
           accept ws-system-date from date yyyymmdd.
           accept ws-system-time from time.
           move spaces to ws-action-stamp.
           string ws-system-date delimited by size
             ws-system-time delimited by size
             into ws-action-stamp.
      *
       100-menu-loop.
      *
           display "A2 Fiscal Period Close".
           display "1. Print the close checklist for a month".
           display "2. Close a month".
           display "3. Reopen a closed month".
           display "4. List closed and reopened months".
           display "5. Exit".
           display "Enter choice: " with no advancing.
           accept ws-menu-choice.
      *
           evaluate ws-menu-choice
               when 1
                   perform 150-accept-period
                   if ws-valid-flag = "y"
                       move spaces to ws-operator-id
                       perform 200-build-checklist
                       perform 290-write-checklist-verdict
                       close checklist-file
                       display "Checklist written to "
                         function trim(ws-checklist-filename)
                   end-if
               when 2
                   perform 300-close-period
               when 3
                   perform 400-reopen-period
               when 4
                   perform 500-list-periods
               when 5
                   move "y" to ws-done-flag
               when other
                   display "Invalid choice"
           end-evaluate.
      *
       150-accept-period.
      *
           display "Period (YYYYMM): " with no advancing.
           accept ws-period.
           move "y" to ws-valid-flag.
           if ws-period is not numeric
               move "n" to ws-valid-flag
           else
               if ws-period-mm < 1 or ws-period-mm > 12
                   move "n" to ws-valid-flag
               end-if
           end-if.
           if ws-valid-flag not = "y"
               display "Not a valid YYYYMM period"
           end-if.
      *
       160-accept-operator.
      *
           display "Operator id: " with no advancing.
           accept ws-operator-id.
           if ws-operator-id = spaces
               move "n" to ws-valid-flag
               display "An operator id is required"
           end-if.
      *
       170-read-period.
      *
           move ws-period to pc-period.
           read period-file
               key is pc-period
               invalid key
                   move "n" to ws-period-on-file
               not invalid key
                   move "y" to ws-period-on-file
           end-read.
      *
       200-build-checklist.
      *
      * Gather the month's run days from both run logs, then check
      * each one and print it on the checklist.
           move 0 to ws-run-day-count
             ws-ready-day-count
             ws-missing-day-count
             ws-refused-day-count.
           move "n" to ws-run-table-warned.
      *
           open input runlog-file.
           if ws-runlog-status = "00"
               move "n" to ws-runlog-eof-flag
               read runlog-file
                   at end
                       move "y" to ws-runlog-eof-flag
               end-read
               perform 210-fold-live-entry
                 until ws-runlog-eof-flag = "y"
               close runlog-file
           end-if.
      *
           open input runlog-hist-file.
           if ws-runlog-hist-status = "00"
               move "n" to ws-runlog-eof-flag
               read runlog-hist-file
                   at end
                       move "y" to ws-runlog-eof-flag
               end-read
               perform 215-fold-history-entry
                 until ws-runlog-eof-flag = "y"
               close runlog-hist-file
           end-if.
      *
           move spaces to ws-checklist-filename.
           string "..\..\..\data\A2-PeriodClose-" delimited by size
             ws-period delimited by size
             ".out" delimited by size
             into ws-checklist-filename.
           open output checklist-file.
      *
           perform 090-stamp-action.
           move ws-period to ch-period.
           move ws-action-stamp to ch-stamp.
           move ws-operator-id to ch-operator.
           write checklist-line from ws-checklist-heading
             after advancing 1 line.
           write checklist-line from ws-checklist-column-heading
             after advancing 2 lines.
           write checklist-line from spaces
             after advancing 1 line.
      *
           perform 230-check-one-run-day
             varying day-idx from 1 by 1
             until day-idx > ws-run-day-count.
      *
           move ws-run-day-count to cs-run-days.
           move ws-ready-day-count to cs-ready-days.
           move ws-missing-day-count to cs-missing-days.
           move ws-refused-day-count to cs-refused-days.
           write checklist-line from ws-checklist-summary-line
             after advancing 2 lines.
      *
       210-fold-live-entry.
      *
           if lg-run-date(1:6) = ws-period
               move lg-run-date to ws-look-run-date
               move lg-run-id to ws-look-run-id
               move lg-entry-type to ws-look-entry-type
               move lg-completion-code to ws-look-completion-code
               perform 220-note-run-entry
           end-if.
           read runlog-file
               at end
                   move "y" to ws-runlog-eof-flag
           end-read.
      *
       215-fold-history-entry.
      *
           if lh-run-date(1:6) = ws-period
               move lh-run-date to ws-look-run-date
               move lh-run-id to ws-look-run-id
               move lh-entry-type to ws-look-entry-type
               move lh-completion-code to ws-look-completion-code
               perform 220-note-run-entry
           end-if.
           read runlog-hist-file
               at end
                   move "y" to ws-runlog-eof-flag
           end-read.
      *
       220-note-run-entry.
      *
      * One slot per run date/run-id. Its last end entry is the
      * one that counts - a resumed run ends clean after an abend.
           perform 225-find-run-day.
      *
           if ws-found-flag not = "y"
               if ws-run-day-count < 200
                   add 1 to ws-run-day-count
                   set day-idx to ws-run-day-count
                   move ws-look-run-date to rd-run-date(day-idx)
                   move ws-look-run-id to rd-run-id(day-idx)
                   move "n" to rd-ended-flag(day-idx)
                   move space to rd-completion-code(day-idx)
                   move "y" to ws-found-flag
               else
                   if ws-run-table-warned not = "y"
                       move "y" to ws-run-table-warned
                       display "A2-PeriodClose: run day table full "
                         "- checklist is short, period cannot close"
                   end-if
               end-if
           end-if.
      *
           if ws-found-flag = "y" and ws-look-entry-type = "E"
               move "y" to rd-ended-flag(day-idx)
               move ws-look-completion-code to
                 rd-completion-code(day-idx)
           end-if.
      *
       225-find-run-day.
      *
           move "n" to ws-found-flag.
           if ws-run-day-count > 0
               move "y" to ws-found-flag
               set day-idx to 1
               search ws-run-day-entry
                   at end
                       move "n" to ws-found-flag
                   when day-idx > ws-run-day-count
                       move "n" to ws-found-flag
                   when rd-run-date(day-idx) = ws-look-run-date and
                     rd-run-id(day-idx) = ws-look-run-id
                       continue
               end-search
           end-if.
      *
       230-check-one-run-day.
      *
      * A day is ready when its run completed and it has an IN
      * BALANCE reconcile verdict and a GL extract. A run refused as
      * out of balance posted nothing, so it needs neither.
           move spaces to ws-checklist-detail-line.
           move rd-run-date(day-idx) to cd-run-date.
           move rd-run-id(day-idx) to cd-run-id.
      *
           evaluate true
               when rd-ended-flag(day-idx) not = "y"
                   move "-" to cd-reconcile
                   move "-" to cd-journal
                   move "MISSING - RUN NEVER COMPLETED" to cd-status
                   add 1 to ws-missing-day-count
               when rd-completion-code(day-idx) = "B"
                   move "-" to cd-reconcile
                   move "-" to cd-journal
                   move "REFUSED RUN - NOTHING POSTED" to cd-status
                   add 1 to ws-refused-day-count
               when other
                   perform 240-read-reconcile-verdict
                   perform 250-look-for-journal
                   evaluate ws-reconcile-verdict
                       when "I"
                           move "IN BALANCE" to cd-reconcile
                       when "O"
                           move "OUT OF BALANCE" to cd-reconcile
                       when other
                           move "NO VERDICT" to cd-reconcile
                   end-evaluate
                   if ws-journal-present = "y"
                       move "ON FILE" to cd-journal
                   else
                       move "MISSING" to cd-journal
                   end-if
                   evaluate true
                       when ws-reconcile-verdict = "I" and
                         ws-journal-present = "y"
                           move "READY" to cd-status
                           add 1 to ws-ready-day-count
                       when ws-reconcile-verdict not = "I" and
                         ws-journal-present not = "y"
                           move "MISSING - VERDICT AND GL EXTRACT"
                             to cd-status
                           add 1 to ws-missing-day-count
                       when ws-reconcile-verdict not = "I"
                           move "MISSING - IN BALANCE VERDICT"
                             to cd-status
                           add 1 to ws-missing-day-count
                       when other
                           move "MISSING - GL EXTRACT" to cd-status
                           add 1 to ws-missing-day-count
                   end-evaluate
           end-evaluate.
      *
           write checklist-line from ws-checklist-detail-line
             after advancing 1 line.
      *
       240-read-reconcile-verdict.
      *
      * Scan the day's reconcile report for its verdict line - the
      * last one on the file is the day's answer, the same reading
      * A2-JobStream gives it.
           move space to ws-reconcile-verdict.
           move spaces to ws-reconcile-filename.
           string "..\..\..\data\A2-Reconcile-" delimited by size
             rd-run-date(day-idx) delimited by size
             "-" delimited by size
             function trim(rd-run-id(day-idx)) delimited by size
             ".out" delimited by size
             into ws-reconcile-filename.
      *
           move "n" to ws-reconcile-eof-flag.
           open input reconcile-report-file.
           if ws-reconcile-status = "00"
               read reconcile-report-file
                   at end
                       move "y" to ws-reconcile-eof-flag
               end-read
               perform 245-scan-reconcile-line
                 until ws-reconcile-eof-flag = "y"
               close reconcile-report-file
           end-if.
      *
       245-scan-reconcile-line.
      *
           evaluate true
               when reconcile-line(1:14) = "OUT OF BALANCE"
                   move "O" to ws-reconcile-verdict
               when reconcile-line(1:10) = "IN BALANCE"
                   move "I" to ws-reconcile-verdict
               when other
                   continue
           end-evaluate.
           read reconcile-report-file
               at end
                   move "y" to ws-reconcile-eof-flag
           end-read.
      *
       250-look-for-journal.
      *
           move "n" to ws-journal-present.
           move spaces to ws-journal-filename.
           string "../../../data/A2-GLJournal-" delimited by size
             rd-run-date(day-idx) delimited by size
             "-" delimited by size
             function trim(rd-run-id(day-idx)) delimited by size
             ".dat" delimited by size
             into ws-journal-filename.
           open input gl-journal-file.
           if ws-journal-status = "00"
               move "y" to ws-journal-present
               close gl-journal-file
           end-if.
      *
       290-write-checklist-verdict.
      *
           move spaces to ws-checklist-verdict-line.
           evaluate true
               when ws-run-table-warned = "y"
                   string "PERIOD " delimited by size
                     ws-period delimited by size
                     " CANNOT BE CLOSED - RUN DAY TABLE FULL, NOT ALL "
                       delimited by size
                     "DAYS CHECKED" delimited by size
                     into cv-text
               when ws-missing-day-count = 0
                   string "PERIOD " delimited by size
                     ws-period delimited by size
                     " MAY BE CLOSED - EVERY RUN DAY IS READY"
                       delimited by size
                     into cv-text
               when other
                   string "PERIOD " delimited by size
                     ws-period delimited by size
                     " CANNOT BE CLOSED - " delimited by size
                     cs-missing-days delimited by size
                     " DAY(S) MISSING" delimited by size
                     into cv-text
           end-evaluate.
           write checklist-line from ws-checklist-verdict-line
             after advancing 2 lines.
      *
       300-close-period.
      *
           perform 150-accept-period.
           if ws-valid-flag = "y"
               perform 170-read-period
               if ws-period-on-file = "y" and pc-status = "C"
                   display "Period " ws-period " is already closed"
                   move "n" to ws-valid-flag
               end-if
           end-if.
           if ws-valid-flag = "y"
               perform 160-accept-operator
           end-if.
      *
           if ws-valid-flag = "y"
               perform 200-build-checklist
               perform 290-write-checklist-verdict
               evaluate true
                   when ws-run-table-warned = "y"
      * Refused - days past the table's end were never checked, so
      * a clean checklist proves nothing.
                       move "REFUSE" to ws-log-action
                       move "RUN DAY TABLE FULL - NOT ALL DAYS CHECKED"
                         to ws-log-reason
                       display "Period " ws-period " NOT closed - run "
                         "day table full, not all days checked"
                   when ws-missing-day-count > 0
      * Refused - the checklist says which days are short, and the
      * attempt is on the log.
                       move "REFUSE" to ws-log-action
                       move spaces to ws-log-reason
                       string cs-missing-days delimited by size
                         " RUN DAY(S) NOT READY TO CLOSE"
                           delimited by size
                         into ws-log-reason
                       display "Period " ws-period " NOT closed - "
                         ws-missing-day-count " day(s) missing; see "
                         function trim(ws-checklist-filename)
                   when other
                       perform 310-mark-period-closed
               end-evaluate
               close checklist-file
               perform 600-log-period-action
           end-if.
      *
       310-mark-period-closed.
      *
           perform 170-read-period.
           move ws-period to pc-period.
           move "C" to pc-status.
           move ws-action-stamp to pc-closed-stamp.
           move ws-operator-id to pc-closed-by.
           if ws-period-on-file = "y"
               rewrite period-record
                   invalid key
                       display "Period " ws-period " NOT closed - "
                         "period file status " ws-period-status
               end-rewrite
           else
               move spaces to pc-reopened-stamp
               move spaces to pc-reopened-by
               move 0 to pc-reopen-count
               write period-record
                   invalid key
                       display "Period " ws-period " NOT closed - "
                         "period file status " ws-period-status
               end-write
           end-if.
      *
           if ws-period-status = "00"
               move "CLOSE" to ws-log-action
               move "CLOSED - EVERY RUN DAY READY" to ws-log-reason
               move spaces to ws-checklist-verdict-line
               string "PERIOD " delimited by size
                 ws-period delimited by size
                 " CLOSED BY " delimited by size
                 ws-operator-id delimited by size
                 into cv-text
               write checklist-line from ws-checklist-verdict-line
                 after advancing 1 line
               display "Period " ws-period " closed"
           else
               move "REFUSE" to ws-log-action
               move "PERIOD FILE WRITE FAILED" to ws-log-reason
           end-if.
      *
       400-reopen-period.
      *
      * The documented way back into a closed month - who, when and
      * why all go on the period log.
           perform 150-accept-period.
           if ws-valid-flag = "y"
               perform 170-read-period
               if ws-period-on-file not = "y" or pc-status not = "C"
                   display "Period " ws-period " is not closed"
                   move "n" to ws-valid-flag
               end-if
           end-if.
           if ws-valid-flag = "y"
               perform 160-accept-operator
           end-if.
           if ws-valid-flag = "y"
               display "Reason for reopening: " with no advancing
               accept ws-reopen-reason
               if ws-reopen-reason = spaces
                   display "A reason is required - not reopened"
                   move "n" to ws-valid-flag
               end-if
           end-if.
           if ws-valid-flag = "y"
               display "Reopen " ws-period " for posting (Y/N): "
                 with no advancing
               accept ws-confirm
               if ws-confirm not = "Y" and ws-confirm not = "y"
                   display "Not reopened"
                   move "n" to ws-valid-flag
               end-if
           end-if.
      *
           if ws-valid-flag = "y"
               perform 090-stamp-action
               move "O" to pc-status
               move ws-action-stamp to pc-reopened-stamp
               move ws-operator-id to pc-reopened-by
               add 1 to pc-reopen-count
               rewrite period-record
                   invalid key
                       display "Period " ws-period " NOT reopened - "
                         "period file status " ws-period-status
               end-rewrite
               if ws-period-status = "00"
                   move "REOPEN" to ws-log-action
                   move ws-reopen-reason to ws-log-reason
                   move 0 to ws-run-day-count
                   perform 600-log-period-action
                   display "Period " ws-period " reopened - close "
                     "it again when the correction is posted"
               end-if
           end-if.
      *
       500-list-periods.
      *
           display "Period  Status    Closed           By       "
             "Reopened         By       Reopens".
           move "n" to ws-sweep-eof-flag.
           move low-values to pc-period.
           start period-file
               key is not less than pc-period
               invalid key
                   move "y" to ws-sweep-eof-flag
           end-start.
           if ws-sweep-eof-flag not = "y"
               read period-file next record
                   at end
                       move "y" to ws-sweep-eof-flag
               end-read
           end-if.
           perform 510-list-one-period
             until ws-sweep-eof-flag = "y".
      *
       510-list-one-period.
      *
           if pc-status = "C"
               display pc-period "  CLOSED    " pc-closed-stamp " "
                 pc-closed-by " " pc-reopened-stamp " "
                 pc-reopened-by " " pc-reopen-count
           else
               display pc-period "  REOPENED  " pc-closed-stamp " "
                 pc-closed-by " " pc-reopened-stamp " "
                 pc-reopened-by " " pc-reopen-count
           end-if.
           read period-file next record
               at end
                   move "y" to ws-sweep-eof-flag
           end-read.
      *
       600-log-period-action.
      *
      * Append to the permanent period log. Opening extend creates
      * the file on first use (status 35), the same first-use
      * pattern as the run log.
           open extend period-log-file.
           if ws-period-log-status = "35"
               open output period-log-file
           end-if.
           if ws-period-log-status = "00"
               move spaces to period-log-line
               move ws-period to pl-period
               move ws-log-action to pl-action
               move ws-operator-id to pl-operator
               move ws-action-stamp to pl-timestamp
               move ws-run-day-count to pl-run-days
               move ws-log-reason to pl-reason
               write period-log-line
               close period-log-file
           else
               display "A2-PeriodClose: period log not written - "
                 "status " ws-period-log-status
           end-if.
      *
       end program A2-PeriodClose.
