      *****************************************************************
      * REGULATORY COMPLIANCE CALENDAR                                *
      *                                                               *
      * Boiler inspection certificates, air-permit renewals, the      *
      * annual emissions filing EMISSINV prepares, and backflow       *
      * tests all carry hard due dates that used to live on a wall    *
      * calendar.  This program keeps the COMPOBL obligation master   *
      * -- plant, tag or permit, obligation type, recurrence in       *
      * months, responsible operator, next due date -- and logs each  *
      * completion to COMPLOG, rolling the item forward from the date *
      * it was due (so the anniversary holds) to the first due date   *
      * after the completion; a one-time item closes.  The calendar   *
      * report lists everything overdue and everything due inside     *
      * the horizon (90 days unless keyed), soonest first.  UTILMENU  *
      * shows each operator their own items at sign-on.               *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   compcal.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Compliance obligations and their completion log -- see
      * COMPSEL/COMPFD and CMPLGSEL/CMPLGFD.
           COPY compsel.

           COPY cmplgsel.

           select report-file assign to "COMPPRINT"
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
       COPY compfd.

       COPY cmplgfd.

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

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

      * The COMPOBL master, read whole and written back whole.
       01 comp-obl-status       pic xx.
       01 obl-eof-flag          pic x value "N".
           88 obl-eof                  value "Y".
       01 obl-count             pic 9(3) value zero.
       01 max-obligations       pic 9(3) value 300.
       01 obl-idx               pic 9(3).
       01 obl-pick              pic 9(3) value zero.
           88 obl-not-found            value zero.
       01 obligation-table.
           05 obl-entry occurs 300 times.
               10 ob-key.
                   15 ob-plant   pic x(4).
                   15 ob-ref     pic x(12).
                   15 ob-type    pic x(4).
               10 ob-desc        pic x(24).
               10 ob-months      pic 999.
               10 ob-oper        pic x(8).
               10 ob-next-due    pic x(8).
               10 ob-last-done   pic x(8).
               10 ob-status      pic x.
                   88 ob-active           value "A".
                   88 ob-closed           value "C".
                   88 ob-dropped          value "D".
       01 obligations-changed-flag pic x value "N".
           88 obligations-changed      value "Y".
       01 probe-key.
           05 probe-plant        pic x(4).
           05 probe-ref          pic x(12).
           05 probe-type         pic x(4).

      * COMPLOG fields.
       01 comp-log-status       pic xx.
       01 cert-in               pic x(20).
       01 done-date             pic x(8).
       01 prior-due             pic x(8).

      * Month arithmetic for the roll-forward: ROLL-DATE moves on
      * ROLL-MONTHS, the day held to the end of a shorter month.
       01 roll-date             pic x(8).
       01 roll-date-num redefines roll-date pic 9(8).
       01 roll-date-parts redefines roll-date.
           05 roll-yyyy          pic 9(4).
           05 roll-mm            pic 99.
           05 roll-dd            pic 99.
       01 roll-months           pic 999.
       01 roll-total-months     pic 9(6).
       01 roll-day-wanted       pic 99.
       01 month-end-date        pic 9(8).
       01 month-end-parts redefines month-end-date.
           05 me-yyyy            pic 9(4).
           05 me-mm              pic 99.
           05 me-dd              pic 99.

      * Calendar report: obligations inside the horizon, sorted by
      * due date in an index table.
       01 horizon-days          pic 9(3) value 90.
       01 horizon-date          pic 9(8).
       01 plant-in              pic x(4).
       01 days-left             pic s9(5).
       01 sort-count            pic 9(3) value zero.
       01 sort-idx              pic 9(3).
       01 sort-jdx              pic 9(3).
       01 sort-table.
           05 sort-entry occurs 300 times.
               10 st-due         pic x(8).
               10 st-obl-idx     pic 9(3).
       01 sort-swap             pic x(11).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 overdue-count         pic 9(3).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 date-in               pic x(8).
       01 entry-in              pic x(24).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 yn-in                 pic x.
       01 new-obligation-flag   pic x.
           88 new-obligation           value "Y".

      * Displayed-fields.
       01 months-out            pic zz9.
       01 days-out              pic ----9.
       01 count-out             pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** REGULATORY COMPLIANCE CALENDAR BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-obligations thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           if obligations-changed
              perform 180-save-obligations thru 180-save-exit
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** REGULATORY COMPLIANCE CALENDAR ENDS *****"
           display spaces

           move "COMPCAL" to audit-trail-pgm
           move "Compliance-calendar session completed."
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

       110-load-obligations.
           move zero to obl-count
           open input comp-obl-file
           if comp-obl-status NOT EQUAL TO "00"
              display "No COMPOBL obligations on file yet -- the"
              display "first one saved here creates it."
              go to 110-load-exit
           end-if
           move "N" to obl-eof-flag
           perform 111-read-obl-record
           perform 112-store-obl-record until obl-eof
           close comp-obl-file.
       110-load-exit.
           exit.

       111-read-obl-record.
           read comp-obl-file
              at end move "Y" to obl-eof-flag
           end-read.

       112-store-obl-record.
           if co-ref NOT EQUAL TO spaces and
              obl-count < max-obligations
              add 1 to obl-count
              move obl-count to obl-idx
              move co-plant     to ob-plant(obl-idx)
              move co-ref       to ob-ref(obl-idx)
              move co-type      to ob-type(obl-idx)
              move co-desc      to ob-desc(obl-idx)
              move function lower-case(co-months-in) to co-months-in
              compute ob-months(obl-idx) =
                      function numval(co-months-in)
              move co-oper      to ob-oper(obl-idx)
              move co-next-due  to ob-next-due(obl-idx)
              move co-last-done to ob-last-done(obl-idx)
              move co-status    to ob-status(obl-idx)
           end-if
           perform 111-read-obl-record.

       115-find-obligation.
           move zero to obl-pick
           perform 116-test-one-obligation
                   varying obl-idx from 1 by 1
                   until obl-idx > obl-count.

       116-test-one-obligation.
           if ob-key(obl-idx) EQUAL TO probe-key
              move obl-idx to obl-pick
           end-if.

      * Plant, tag or permit, and type -- the obligation key.  A
      * blank reference on return means the entry was cancelled.
       117-key-entry.
           display "Plant code (blank for your stored preference): "
                   with no advancing
           accept probe-plant
           move function upper-case(probe-plant) to probe-plant
           if probe-plant EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to probe-plant
           end-if
           display "Equipment tag or permit number (blank to cancel): "
                   with no advancing
           accept probe-ref
           move function upper-case(probe-ref) to probe-ref
           if probe-ref EQUAL TO spaces
              go to 117-key-exit
           end-if
           display "Type INSP, PRMT, EMIS, BKFL, OTHR: "
                   with no advancing
           accept probe-type
           move function upper-case(probe-type) to probe-type
           if probe-type NOT EQUAL TO "INSP" and
              probe-type NOT EQUAL TO "PRMT" and
              probe-type NOT EQUAL TO "EMIS" and
              probe-type NOT EQUAL TO "BKFL" and
              probe-type NOT EQUAL TO "OTHR"
              display "Not an obligation type."
              move spaces to probe-ref
           end-if.
       117-key-exit.
           exit.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- List the compliance obligations"
           display " 2 --- Add or change an obligation"
           display " 3 --- Log a completion and roll it forward"
           display " 4 --- Calendar: overdue and due soon"
           display " 0 --- Save and exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-list-obligations
              when "2" perform 300-add-change-obligation thru
                             300-add-change-exit
              when "3" perform 400-log-completion thru
                             400-completion-exit
              when "4" perform 500-calendar-report thru
                             500-calendar-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

       200-list-obligations.
           display spaces
           display "PLNT TAG/PERMIT   TYPE DESCRIPTION              "
                   "MOS OPERATOR NEXT DUE ST"
           perform 210-disp-one-obligation
                   varying obl-idx from 1 by 1
                   until obl-idx > obl-count
           move obl-count to count-out
           display count-out " obligations on file.".

       210-disp-one-obligation.
           move ob-months(obl-idx) to months-out
           display ob-plant(obl-idx) " " ob-ref(obl-idx) " "
                   ob-type(obl-idx) " " ob-desc(obl-idx) " "
                   months-out " " ob-oper(obl-idx) " "
                   ob-next-due(obl-idx) " " ob-status(obl-idx).

      * A new obligation starts active; changing one keeps its
      * completion history.  Setting the status to "D" drops it
      * from the calendar without losing the record.
       300-add-change-obligation.
           display spaces
           perform 117-key-entry thru 117-key-exit
           if probe-ref EQUAL TO spaces
              go to 300-add-change-exit
           end-if
           perform 115-find-obligation
           if obl-not-found
              if obl-count NOT LESS THAN max-obligations
                 display "The obligation master is full."
                 go to 300-add-change-exit
              end-if
              move "Y" to new-obligation-flag
           else
              move "N" to new-obligation-flag
              move obl-pick to obl-idx
              display "Blank keeps the current value:"
              perform 210-disp-one-obligation
           end-if

           display "Next due date (YYYYMMDD): " with no advancing
           accept date-in
           if date-in EQUAL TO spaces and NOT new-obligation
              move ob-next-due(obl-pick) to date-in
           end-if
           if date-in NOT NUMERIC
              display "The due date must be YYYYMMDD."
              go to 300-add-change-exit
           end-if

           if new-obligation
              add 1 to obl-count
              move obl-count to obl-pick
              move probe-key to ob-key(obl-pick)
              move spaces to ob-desc(obl-pick)
              move 12 to ob-months(obl-pick)
              move operator-id to ob-oper(obl-pick)
              if ob-oper(obl-pick) EQUAL TO low-values
                 move spaces to ob-oper(obl-pick)
              end-if
              move spaces to ob-last-done(obl-pick)
              move "A" to ob-status(obl-pick)
           end-if
           move date-in to ob-next-due(obl-pick)

           display "Description: " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move entry-in to ob-desc(obl-pick)
           end-if

           move ob-months(obl-pick) to months-out
           display "Recurs every how many months (0 for one-time,"
                   " blank for " months-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value < zero or entry-value > 120
                 display "Months must be 0 through 120 -- kept as was."
              else
                 move entry-value to ob-months(obl-pick)
              end-if
           end-if

           display "Responsible operator ID (blank for "
                   ob-oper(obl-pick) "): " with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           if entry-in NOT EQUAL TO spaces
              move entry-in(1:8) to ob-oper(obl-pick)
           end-if

           if NOT new-obligation
              display "Status A)ctive, C)losed, D)ropped (blank"
                      " keeps " ob-status(obl-pick) "): "
                      with no advancing
              accept yn-in
              move function upper-case(yn-in) to yn-in
              if yn-in EQUAL TO "A" or yn-in EQUAL TO "C" or
                 yn-in EQUAL TO "D"
                 move yn-in to ob-status(obl-pick)
              end-if
           end-if

           move "Y" to obligations-changed-flag
           move obl-pick to obl-idx
           perform 210-disp-one-obligation.
       300-add-change-exit.
           exit.

      * The next due date rolls on from the date that was due, a
      * recurrence at a time, until it lies past the completion --
      * a late completion does not shift the anniversary.
       400-log-completion.
           display spaces
           perform 117-key-entry thru 117-key-exit
           if probe-ref EQUAL TO spaces
              go to 400-completion-exit
           end-if
           perform 115-find-obligation
           if obl-not-found
              display "No such obligation on file."
              go to 400-completion-exit
           end-if
           move obl-pick to obl-idx
           perform 210-disp-one-obligation
           if NOT ob-active(obl-idx)
              display "That obligation is not active."
              go to 400-completion-exit
           end-if

           display "Date completed (YYYYMMDD, blank for today): "
                   with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move todays-date to date-in
           end-if
           if date-in NOT NUMERIC or date-in > todays-date
              display "The date must be YYYYMMDD, not in the future."
              go to 400-completion-exit
           end-if
           move date-in to done-date
           display "Certificate, filing, or test reference: "
                   with no advancing
           accept cert-in

           move ob-next-due(obl-idx) to prior-due
           move done-date to ob-last-done(obl-idx)
           if ob-months(obl-idx) EQUAL TO zero or
              prior-due NOT NUMERIC
              move "C" to ob-status(obl-idx)
              move spaces to ob-next-due(obl-idx)
              display "One-time obligation closed."
           else
              move prior-due to roll-date
              move ob-months(obl-idx) to roll-months
              perform 170-add-months
              perform 170-add-months until roll-date > done-date
              move roll-date to ob-next-due(obl-idx)
              display "Next due " roll-date "."
           end-if
           move "Y" to obligations-changed-flag
           perform 190-log-completion thru 190-log-exit.
       400-completion-exit.
           exit.

      * Everything active that is overdue or falls due inside the
      * horizon, soonest first; blank plant takes every plant.
       500-calendar-report.
           display spaces
           display "Plant code (blank for every plant): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           display "Days ahead to look (blank for 90): "
                   with no advancing
           accept entry-in
           move 90 to horizon-days
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 1000
                 move entry-value to horizon-days
              end-if
           end-if
           compute horizon-date = function date-of-integer(
                   function integer-of-date(todays-date) +
                   horizon-days)

           move zero to sort-count
           perform 510-select-one-obligation
                   varying obl-idx from 1 by 1
                   until obl-idx > obl-count
           move "Y" to swap-flag
           perform 520-sort-pass until NOT swapped

           display "Print the calendar to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "REGULATORY COMPLIANCE CALENDAR" to report-title
              move "COMPPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move horizon-days to months-out
           move spaces to out-line
           string "OVERDUE AND DUE WITHIN " months-out " DAYS OF "
                  todays-date
                  delimited by size into out-line
           perform 590-emit-line
           move spaces to out-line
           perform 590-emit-line
           move spaces to out-line
           move "DUE"         to out-line(1:3)
           move "DAYS"        to out-line(11:4)
           move "PLNT"        to out-line(17:4)
           move "TAG/PERMIT"  to out-line(22:10)
           move "TYPE"        to out-line(35:4)
           move "DESCRIPTION" to out-line(40:11)
           move "OPERATOR"    to out-line(65:8)
           perform 590-emit-line
           move zero to overdue-count
           perform 530-print-one-obligation
                   varying sort-idx from 1 by 1
                   until sort-idx > sort-count
           move spaces to out-line
           perform 590-emit-line
           move sort-count to count-out
           move spaces to out-line
           string count-out " items listed, "
                  delimited by size into out-line
           move overdue-count to count-out
           move count-out to out-line(19:3)
           move " overdue." to out-line(22:9)
           perform 590-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Calendar written to COMPPRINT."
           end-if.
       500-calendar-exit.
           exit.

       510-select-one-obligation.
           if ob-active(obl-idx) and ob-next-due(obl-idx) NUMERIC and
              ob-next-due(obl-idx) NOT GREATER THAN horizon-date and
              (plant-in EQUAL TO spaces or
               ob-plant(obl-idx) EQUAL TO plant-in)
              add 1 to sort-count
              move ob-next-due(obl-idx) to st-due(sort-count)
              move obl-idx to st-obl-idx(sort-count)
           end-if.

       520-sort-pass.
           move "N" to swap-flag
           perform 521-compare-one-pair
                   varying sort-idx from 1 by 1
                   until sort-idx NOT LESS THAN sort-count.

       521-compare-one-pair.
           compute sort-jdx = sort-idx + 1
           if st-due(sort-idx) > st-due(sort-jdx)
              move sort-entry(sort-idx) to sort-swap
              move sort-entry(sort-jdx) to sort-entry(sort-idx)
              move sort-swap to sort-entry(sort-jdx)
              move "Y" to swap-flag
           end-if.

       530-print-one-obligation.
           move st-obl-idx(sort-idx) to obl-idx
           move ob-next-due(obl-idx) to roll-date
           compute days-left =
                   function integer-of-date(roll-date-num) -
                   function integer-of-date(todays-date)
           move days-left to days-out
           move spaces to out-line
           move ob-next-due(obl-idx) to out-line(1:8)
           move days-out to out-line(10:5)
           move ob-plant(obl-idx) to out-line(17:4)
           move ob-ref(obl-idx) to out-line(22:12)
           move ob-type(obl-idx) to out-line(35:4)
           move ob-desc(obl-idx) to out-line(40:24)
           move ob-oper(obl-idx) to out-line(65:8)
           if days-left < zero
              add 1 to overdue-count
              move "OVERDUE" to out-line(74:7)
           end-if
           perform 590-emit-line.

      * ROLL-DATE moves on ROLL-MONTHS; a day past the end of the
      * new month is held to its last day (a 31st rolls to the 30th
      * or the 28th/29th).
       170-add-months.
           move roll-dd to roll-day-wanted
           compute roll-total-months =
                   roll-yyyy * 12 + roll-mm - 1 + roll-months
           divide roll-total-months by 12 giving roll-yyyy
                  remainder roll-mm
           add 1 to roll-mm
           move roll-yyyy to me-yyyy
           move roll-mm to me-mm
           move 1 to me-dd
           if me-mm EQUAL TO 12
              add 1 to me-yyyy
              move 1 to me-mm
           else
              add 1 to me-mm
           end-if
           compute month-end-date = function date-of-integer(
                   function integer-of-date(month-end-date) - 1)
           if roll-day-wanted > me-dd
              move me-dd to roll-dd
           else
              move roll-day-wanted to roll-dd
           end-if.

       180-save-obligations.
           open output comp-obl-file
           if comp-obl-status NOT EQUAL TO "00"
              display "Unable to open COMPOBL for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-obligation
                   varying obl-idx from 1 by 1
                   until obl-idx > obl-count
           close comp-obl-file
           display "COMPOBL written with " obl-count " obligations.".
       180-save-exit.
           exit.

       181-write-one-obligation.
           move spaces to comp-obl-record
           move ob-plant(obl-idx)     to co-plant
           move ob-ref(obl-idx)       to co-ref
           move ob-type(obl-idx)      to co-type
           move ob-desc(obl-idx)      to co-desc
           move ob-months(obl-idx)    to co-months-in
           move ob-oper(obl-idx)      to co-oper
           move ob-next-due(obl-idx)  to co-next-due
           move ob-last-done(obl-idx) to co-last-done
           move ob-status(obl-idx)    to co-status
           write comp-obl-record.

      * Every completion appends its COMPLOG line and an audit-trail
      * entry as it is posted.
       190-log-completion.
           open extend comp-log-file
           if comp-log-status EQUAL TO "05" OR
              comp-log-status EQUAL TO "35"
              open output comp-log-file
           end-if
           if comp-log-status NOT EQUAL TO "00"
              display "Unable to open the COMPLOG completion log."
              go to 190-log-exit
           end-if
           move spaces to comp-log-record
           move ob-plant(obl-idx) to cl-plant
           move ob-ref(obl-idx) to cl-ref
           move ob-type(obl-idx) to cl-type
           move prior-due to cl-due
           move done-date to cl-done
           move ob-next-due(obl-idx) to cl-next
           move cert-in to cl-cert
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to cl-oper
           write comp-log-record
           close comp-log-file

           move "COMPCAL" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "DONE " ob-plant(obl-idx) " " ob-ref(obl-idx) " "
                  ob-type(obl-idx) " DUE=" prior-due " ON=" done-date
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       190-log-exit.
           exit.

       590-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
