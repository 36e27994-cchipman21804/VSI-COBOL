      *****************************************************************
      * PREVENTIVE-MAINTENANCE TASK MASTER AND COMPLIANCE             *
      *                                                               *
      * Keeps the PMTASK master the nightly PMDUE step works from --  *
      * one line per task, keyed by equipment tag or by a service     *
      * prefix ending in "*", with the task (greasing, alignment,     *
      * belt change, coupling inspection ...) and its interval in     *
      * run-hours or calendar days -- and prints the PM-compliance    *
      * report: per plant, the PM work orders done on time, done      *
      * late, and open past due, out of WORKORDER, with the overdue   *
      * orders listed beneath.  An order is on time when it was       *
      * closed within the grace period after PMDUE raised it.         *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   pmtaskmt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Preventive-maintenance task master -- see PMTASKSEL.
           COPY pmtasksel.

      * Work orders -- see WOSEL/WOFD.
           COPY wosel.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

           select report-file assign to "PMPRINT"
                  organization is line sequential
                  file status is report-status.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

      * Fiscal-calendar file -- see FISCSEL/FISCFD/FISCWS.
           COPY fiscsel.

      * Shop-letterhead config -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
           COPY lettersel.

       data division.
       file section.
       COPY pmtaskfd.

       COPY wofd.

       fd  plant-master-file
           record contains 30 characters.
       01 plant-master-record.
           05 pm-code            pic x(4).
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY auditfd.

       COPY fiscfd.

       COPY letterfd.

       working-storage section.

      * Suite-wide audit-trail fields.
       COPY auditws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Shop-letterhead fields.
       COPY letterws.

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

      * Shared report-writer fields -- see PAGEWS.
       COPY pagews.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * In-storage copy of the task master -- maintenance works on
      * the table and writes the file back whole, the WRKOMNT shape.
       01 pm-task-status        pic xx.
       01 task-eof-flag         pic x value "N".
           88 task-eof                 value "Y".
       01 task-count            pic 9(3) value zero.
       01 max-tasks             pic 9(3) value 100.
       01 task-idx              pic 9(3).
       01 task-pick             pic 9(3) value zero.
           88 task-not-found           value zero.
       01 change-line           pic 9(3).
       01 task-table.
           05 task-entry occurs 100 times.
               10 tk-tag         pic x(10).
               10 tk-task        pic x(4).
               10 tk-desc        pic x(24).
               10 tk-basis       pic x.
               10 tk-interval    pic 9(6).
               10 tk-priority    pic x.

      * One task as keyed, validated before it joins the table.
       01 task-work.
           05 tw-tag            pic x(10).
           05 tw-task           pic x(4).
           05 tw-desc           pic x(24).
           05 tw-basis          pic x.
           05 tw-interval       pic 9(6).
           05 tw-priority       pic x.

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 value-in              pic x(30).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 field-bad-flag        pic x.
           88 field-rejected           value "Y".
       01 changed-flag          pic x value "N".
           88 tasks-changed            value "Y".
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 star-count            pic 99.
       01 line-out              pic zz9.
       01 interval-out          pic zzzzz9.

      * Compliance-report fields.
       01 work-order-status     pic xx.
       01 wo-eof-flag           pic x value "N".
           88 wo-eof                   value "Y".
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 grace-in              pic x(4).
       01 grace-days            pic 9(3) value 14.
       01 since-in              pic x(8).
       01 since-date            pic x(8).
       01 raised-num            pic 9(8).
       01 closed-num            pic 9(8).
       01 raised-int            pic 9(8) USAGE COMP.
       01 closed-int            pic 9(8) USAGE COMP.
       01 todays-date-int       pic 9(8) USAGE COMP.
       01 age-days              pic s9(6) USAGE COMP.
       01 plant-count           pic 99 value zero.
       01 plant-idx             pic 99.
       01 plant-pick            pic 99 value zero.
           88 plant-not-found          value zero.
       01 probe-plant           pic x(4).
       01 plant-table.
           05 plant-entry occurs 40 times.
               10 pc-plant       pic x(4).
               10 pc-name        pic x(24).
               10 pc-ontime      pic 9(4) USAGE COMP.
               10 pc-late        pic 9(4) USAGE COMP.
               10 pc-overdue     pic 9(4) USAGE COMP.
               10 pc-open        pic 9(4) USAGE COMP.
       01 overdue-count         pic 9(3) value zero.
       01 overdue-table.
           05 overdue-entry occurs 200 times.
               10 ov-number      pic 9(6).
               10 ov-plant       pic x(4).
               10 ov-tag         pic x(10).
               10 ov-reason      pic x(24).
               10 ov-raised      pic x(8).
               10 ov-days        pic 9(5) USAGE COMP.
       01 overdue-idx           pic 9(3).
       01 done-count            pic 9(5) USAGE COMP.
       01 ontime-pct            pic 999v9.
       01 count-out1            pic zzz9.
       01 count-out2            pic zzz9.
       01 count-out3            pic zzz9.
       01 count-out4            pic zzz9.
       01 pct-out               pic zz9.9.
       01 days-out              pic zzzz9.
       01 grace-out             pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** PM TASK MASTER AND COMPLIANCE BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-tasks thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           if tasks-changed
              perform 180-save-tasks thru 180-save-exit
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** PM TASK MASTER AND COMPLIANCE ENDS *****"
           display spaces

           move "PMTASKMT" to audit-trail-pgm
           move "PM task-master session completed."
                           to audit-trail-detail
           perform 995-write-audit-trail

           goback.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
            ==104-display-letterhead==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

       110-load-tasks.
           move zero to task-count
           open input pm-task-file
           if pm-task-status NOT EQUAL TO "00"
              display "No PMTASK master on file yet -- the first task"
              display "saved here creates it."
              go to 110-load-exit
           end-if
           move "N" to task-eof-flag
           perform 111-read-task-record
           perform 112-store-task-record until task-eof
           close pm-task-file.
       110-load-exit.
           exit.

       111-read-task-record.
           read pm-task-file
              at end move "Y" to task-eof-flag
           end-read.

       112-store-task-record.
           if pt-tag NOT EQUAL TO spaces and task-count < max-tasks
              add 1 to task-count
              move task-count to task-idx
              move pt-tag      to tk-tag(task-idx)
              move pt-task     to tk-task(task-idx)
              move pt-desc     to tk-desc(task-idx)
              move pt-basis    to tk-basis(task-idx)
              move function lower-case(pt-interval-in)
                   to pt-interval-in
              compute tk-interval(task-idx) =
                      function numval(pt-interval-in)
              move pt-priority to tk-priority(task-idx)
           end-if
           perform 111-read-task-record.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- List the PM tasks"
           display " 2 --- Add a task"
           display " 3 --- Change a task"
           display " 4 --- Delete a task"
           display " 5 --- PM-compliance report by plant"
           display " 0 --- Save and exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-list-tasks
              when "2" perform 300-add-task thru 300-add-exit
              when "3" perform 400-change-task thru 400-change-exit
              when "4" perform 500-delete-task thru 500-delete-exit
              when "5" perform 600-compliance-report thru
                             600-compliance-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 5."
           end-evaluate.

       200-list-tasks.
           display spaces
           display " #  TAG/PREFIX  TASK DESCRIPTION              "
                   "BASIS  INTERVAL PRI"
           perform 210-disp-one-task
                   varying task-idx from 1 by 1
                   until task-idx > task-count
           display spaces
           display task-count " PM tasks on file.".

       210-disp-one-task.
           move task-idx to line-out
           move tk-interval(task-idx) to interval-out
           display line-out " " tk-tag(task-idx) "  "
                   tk-task(task-idx) " " tk-desc(task-idx) " "
                   tk-basis(task-idx) "    " interval-out "   "
                   tk-priority(task-idx).

       250-task-number-entry.
           move zero to task-pick
           display "Task line number (blank to cancel): "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in EQUAL TO spaces
              go to 250-number-exit
           end-if
           compute entry-value = function numval(value-in)
           if entry-value < 1 or entry-value > task-count
              display "No task on line " function trim(value-in) "."
              go to 250-number-exit
           end-if
           move entry-value to task-pick.
       250-number-exit.
           exit.

       300-add-task.
           if task-count NOT LESS THAN max-tasks
              display "The task master is full."
              go to 300-add-exit
           end-if
           initialize task-work
           perform 700-task-fields-entry thru 700-task-exit
           if field-rejected
              go to 300-add-exit
           end-if
           move zero to task-pick
           perform 720-test-duplicate
                   varying task-idx from 1 by 1
                   until task-idx > task-count
           if NOT task-not-found
              display function trim(tw-tag) " " tw-task
                      " is already on line " task-pick "."
              go to 300-add-exit
           end-if

           add 1 to task-count
           move task-work to task-entry(task-count)
           move "Y" to changed-flag
           move "PMTASKMT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "PM task added " tw-tag " " tw-task
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-add-exit.
           exit.

       400-change-task.
           display spaces
           perform 250-task-number-entry thru 250-number-exit
           if task-not-found
              go to 400-change-exit
           end-if
           move task-pick to task-idx
           perform 210-disp-one-task
           move task-entry(task-pick) to task-work
           perform 700-task-fields-entry thru 700-task-exit
           if field-rejected
              go to 400-change-exit
           end-if

           move task-pick to change-line
           move zero to task-pick
           perform 720-test-duplicate
                   varying task-idx from 1 by 1
                   until task-idx > task-count
           if NOT task-not-found and
              task-pick NOT EQUAL TO change-line
              display function trim(tw-tag) " " tw-task
                      " is already on line " task-pick "."
              go to 400-change-exit
           end-if

           move task-work to task-entry(change-line)
           move "Y" to changed-flag
           move "PMTASKMT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "PM task changed " tw-tag " " tw-task
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-change-exit.
           exit.

       500-delete-task.
           display spaces
           perform 250-task-number-entry thru 250-number-exit
           if task-not-found
              go to 500-delete-exit
           end-if
           move task-pick to task-idx
           perform 210-disp-one-task
           display "Delete this task? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 500-delete-exit
           end-if

           move "PMTASKMT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "PM task deleted " tk-tag(task-pick) " "
                  tk-task(task-pick)
                  delimited by size into audit-trail-detail
           perform 510-shift-one-up
                   varying task-idx from task-pick by 1
                   until task-idx NOT LESS THAN task-count
           subtract 1 from task-count
           move "Y" to changed-flag
           perform 995-write-audit-trail.
       500-delete-exit.
           exit.

       510-shift-one-up.
           move task-entry(task-idx + 1) to task-entry(task-idx).

      * One labeled, validated prompt per field.  A tag names one
      * asset; a prefix ending in "*" covers every active AFFEQUIP
      * tag beginning with it (a lone "*" covers them all).
       700-task-fields-entry.
           move "N" to field-bad-flag
           display "Equipment tag, or service prefix ending in *: "
                   with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:10) EQUAL TO spaces
              display "A task needs a tag or a prefix."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if
           move zero to star-count
           inspect value-in(1:10) tallying star-count for all "*"
           if star-count > 1
              display "Only one *, at the end of the prefix."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if
           move value-in(1:10) to tw-tag
           if star-count EQUAL TO 1 and
              tw-tag(function length(function trim(tw-tag)):1)
              NOT EQUAL TO "*"
              display "The * goes at the end of the prefix."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if

           display "Task code (GREA, ALGN, BELT, CPLG ...): "
                   with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:4) EQUAL TO spaces
              display "A task needs a code."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if
           move value-in(1:4) to tw-task

           display "Description (on the work order): "
                   with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:24) EQUAL TO spaces
              display "A task needs a description."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if
           move value-in(1:24) to tw-desc

           display "Interval basis -- run-Hours or calendar Days?"
                   " (H/D): " with no advancing
           accept value-in
           move function upper-case(value-in(1:1)) to tw-basis
           if tw-basis NOT EQUAL TO "H" and tw-basis NOT EQUAL TO "D"
              display "Basis must be H or D."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if

           if tw-basis EQUAL TO "H"
              display "Interval in run-hours (1-999999): "
                      with no advancing
           else
              display "Interval in days (1-999999): "
                      with no advancing
           end-if
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           if entry-value < 1 or entry-value > 999999
              display "The interval must be 1-999999."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if
           move entry-value to tw-interval

           display "Work-order priority (H/M/L, blank for M): "
                   with no advancing
           accept value-in
           move function upper-case(value-in(1:1)) to tw-priority
           if tw-priority EQUAL TO space
              move "M" to tw-priority
           end-if
           if tw-priority NOT EQUAL TO "H" and
              tw-priority NOT EQUAL TO "M" and
              tw-priority NOT EQUAL TO "L"
              display "Priority must be H, M, or L."
              move "Y" to field-bad-flag
              go to 700-task-exit
           end-if.
       700-task-exit.
           exit.

       720-test-duplicate.
           if tk-tag(task-idx) EQUAL TO tw-tag and
              tk-task(task-idx) EQUAL TO tw-task
              move task-idx to task-pick
           end-if.

      * The compliance picture from the PM orders themselves (the
      * "PM " reason PMDUE stamps): closed within the grace days
      * after raising is on time, closed later is late, still open
      * past the grace days is overdue.
       600-compliance-report.
           move grace-days to grace-out
           display spaces
           display "Grace days to close a PM order (blank for "
                   grace-out "): " with no advancing
           accept grace-in
           move function lower-case(grace-in) to grace-in
           if grace-in NOT EQUAL TO spaces
              compute grace-days = function numval(grace-in)
           end-if
           display "Orders raised since (YYYYMMDD, blank for all): "
                   with no advancing
           accept since-in
           if since-in NOT EQUAL TO spaces and since-in NOT NUMERIC
              display "The date must be numeric YYYYMMDD."
              go to 600-compliance-exit
           end-if
           move since-in to since-date

           compute todays-date-int =
                   function integer-of-date(todays-date)
           perform 610-load-plants thru 610-load-exit
           move zero to overdue-count

           open input work-order-file
           if work-order-status NOT EQUAL TO "00"
              display "No WORKORDER file on file."
              go to 600-compliance-exit
           end-if
           move "N" to wo-eof-flag
           perform 620-read-work-order
           perform 630-post-work-order thru 630-post-exit
                   until wo-eof
           close work-order-file

           perform 650-print-compliance thru 650-print-exit.
       600-compliance-exit.
           exit.

       610-load-plants.
           move zero to plant-count
           open input plant-master-file
           if plant-status NOT EQUAL TO "00"
              go to 610-load-exit
           end-if
           move "N" to plant-eof-flag
           perform 611-read-plant-record
           perform 612-store-plant-record until plant-eof
           close plant-master-file.
       610-load-exit.
           exit.

       611-read-plant-record.
           read plant-master-file
              at end move "Y" to plant-eof-flag
           end-read.

       612-store-plant-record.
           if pm-code NOT EQUAL TO spaces and plant-count < 40
              add 1 to plant-count
              move plant-count to plant-idx
              initialize plant-entry(plant-idx)
              move function upper-case(pm-code) to pc-plant(plant-idx)
              move pm-name to pc-name(plant-idx)
           end-if
           perform 611-read-plant-record.

       615-find-plant.
           move zero to plant-pick
           perform 616-test-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           if plant-not-found and plant-count < 40
              add 1 to plant-count
              move plant-count to plant-pick
              initialize plant-entry(plant-pick)
              move probe-plant to pc-plant(plant-pick)
              if probe-plant EQUAL TO spaces
                 move "(no plant on AFFSKED)" to pc-name(plant-pick)
              else
                 move "(not on PLANTMAST)" to pc-name(plant-pick)
              end-if
           end-if.

       616-test-one-plant.
           if pc-plant(plant-idx) EQUAL TO probe-plant
              move plant-idx to plant-pick
           end-if.

       620-read-work-order.
           read work-order-file
              at end move "Y" to wo-eof-flag
           end-read.

       630-post-work-order.
           if wo-reason(1:3) NOT EQUAL TO "PM " or
              wo-raised-date NOT NUMERIC
              go to 630-post-next
           end-if
           if since-date NOT EQUAL TO spaces and
              wo-raised-date < since-date
              go to 630-post-next
           end-if
           move function upper-case(wo-plant) to probe-plant
           perform 615-find-plant
           if plant-not-found
              go to 630-post-next
           end-if

           move wo-raised-date to raised-num
           compute raised-int = function integer-of-date(raised-num)
           if wo-status EQUAL TO "C"
              if wo-closed-date NUMERIC
                 move wo-closed-date to closed-num
                 compute closed-int =
                         function integer-of-date(closed-num)
              else
                 move raised-int to closed-int
              end-if
              compute age-days = closed-int - raised-int
              if age-days > grace-days
                 add 1 to pc-late(plant-pick)
              else
                 add 1 to pc-ontime(plant-pick)
              end-if
              go to 630-post-next
           end-if

           compute age-days = todays-date-int - raised-int
           if age-days > grace-days
              add 1 to pc-overdue(plant-pick)
              if overdue-count < 200
                 add 1 to overdue-count
                 move overdue-count to overdue-idx
                 move wo-number to ov-number(overdue-idx)
                 move probe-plant to ov-plant(overdue-idx)
                 move wo-tag to ov-tag(overdue-idx)
                 move wo-reason to ov-reason(overdue-idx)
                 move wo-raised-date to ov-raised(overdue-idx)
                 move age-days to ov-days(overdue-idx)
              end-if
           else
              add 1 to pc-open(plant-pick)
           end-if.
       630-post-next.
           perform 620-read-work-order.
       630-post-exit.
           exit.

       650-print-compliance.
           display spaces
           display "Print the compliance report to a report file?"
                   " (Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "PM COMPLIANCE BY PLANT" to report-title
              move "PMPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move grace-days to grace-out
           move spaces to out-line
           if since-date EQUAL TO spaces
              string "PM ORDERS, ALL DATES -- ON TIME = CLOSED WITHIN "
                     grace-out " DAYS OF RAISING"
                     delimited by size into out-line
           else
              string "PM ORDERS RAISED SINCE " since-date
                     " -- ON TIME = CLOSED WITHIN " grace-out
                     " DAYS OF RAISING"
                     delimited by size into out-line
           end-if
           perform 690-emit-line
           move spaces to out-line
           perform 690-emit-line
           move spaces to out-line
           string "PLNT NAME                      ON TIME   LATE "
                  "OVERDUE   OPEN  % ON TIME"
                  delimited by size into out-line
           perform 690-emit-line
           move all "-" to out-line
           perform 690-emit-line
           perform 660-print-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           move spaces to out-line
           perform 690-emit-line
           move spaces to out-line
           string "OVERDUE PM ORDERS (OPEN MORE THAN " grace-out
                  " DAYS)"
                  delimited by size into out-line
           perform 690-emit-line
           move spaces to out-line
           string "ORDER  PLNT TAG        REASON                   "
                  "RAISED    DAYS"
                  delimited by size into out-line
           perform 690-emit-line
           perform 670-print-one-overdue
                   varying overdue-idx from 1 by 1
                   until overdue-idx > overdue-count
           if overdue-count EQUAL TO zero
              move "  (none)" to out-line
              perform 690-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Compliance report written to PMPRINT."
           end-if

           move "PMTASKMT" to audit-trail-pgm
           move spaces to audit-trail-detail
           move overdue-count to count-out1
           string "PM compliance report," count-out1
                  " orders overdue."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       650-print-exit.
           exit.

       660-print-one-plant.
           compute done-count = pc-ontime(plant-idx) +
                                pc-late(plant-idx)
           if done-count EQUAL TO zero and
              pc-overdue(plant-idx) EQUAL TO zero and
              pc-open(plant-idx) EQUAL TO zero
              continue
           else
              move pc-ontime(plant-idx) to count-out1
              move pc-late(plant-idx) to count-out2
              move pc-overdue(plant-idx) to count-out3
              move pc-open(plant-idx) to count-out4
              move spaces to out-line
              if done-count > zero
                 compute ontime-pct rounded =
                         pc-ontime(plant-idx) * 100 / done-count
                 move ontime-pct to pct-out
                 string pc-plant(plant-idx) " " pc-name(plant-idx)
                        "  " count-out1 "   " count-out2 "    "
                        count-out3 "  " count-out4 "      " pct-out
                        delimited by size into out-line
              else
                 string pc-plant(plant-idx) " " pc-name(plant-idx)
                        "  " count-out1 "   " count-out2 "    "
                        count-out3 "  " count-out4 "        --"
                        delimited by size into out-line
              end-if
              perform 690-emit-line
           end-if.

       670-print-one-overdue.
           move ov-days(overdue-idx) to days-out
           move spaces to out-line
           string ov-number(overdue-idx) " " ov-plant(overdue-idx)
                  " " ov-tag(overdue-idx) " " ov-reason(overdue-idx)
                  " " ov-raised(overdue-idx) " " days-out
                  delimited by size into out-line
           perform 690-emit-line.

       690-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

       180-save-tasks.
           open output pm-task-file
           if pm-task-status NOT EQUAL TO "00"
              display "Unable to open PMTASK for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-task
                   varying task-idx from 1 by 1
                   until task-idx > task-count
           close pm-task-file
           display "PMTASK written with " task-count " tasks."

           move "PMTASKMT" to audit-trail-pgm
           move "PMTASK task master rewritten." to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-task.
           move spaces to pm-task-record
           move tk-tag(task-idx)      to pt-tag
           move tk-task(task-idx)     to pt-task
           move tk-desc(task-idx)     to pt-desc
           move tk-basis(task-idx)    to pt-basis
           move tk-interval(task-idx) to pt-interval-in
           move tk-priority(task-idx) to pt-priority
           write pm-task-record.
