      *****************************************************************
      * DEMAND-RESPONSE EVENT TRACKING AND CURTAILMENT SETTLEMENT     *
      *                                                               *
      * The plants are enrolled in the utility's demand-response      *
      * program, and every called event used to be rebuilt from       *
      * memory when the credit was filed.  This program keeps the     *
      * DREVENT event file (plant, event day, start and end hours,    *
      * committed kW, the revenue meter, and the program's credit     *
      * and penalty rates) and the DRPLAN curtailment plan (the tags  *
      * each plant sheds and by how many kW).  Settling an event      *
      * reads the meter's INTVDATA intervals: the customer baseline   *
      * is the event-hour average over the ten most recent like days  *
      * before the event (weekdays for a weekday event, weekend days  *
      * for a weekend one, other event days left out), the actual is  *
      * the event-hour average on the day, and the shed is the        *
      * difference.  kW delivered up to the commitment earns the      *
      * credit; kW short of it draws the penalty.  The settlement     *
      * report lists each event's credit or penalty and a season-to-  *
      * date settlement by plant to tie to the utility's statement.   *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   drsettle.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Demand-response events and curtailment plan -- see DREVSEL/
      * DREVFD.
           COPY drevsel.

      * Interval history -- see INTVSEL/INTVFD.
           COPY intvsel.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

           select report-file assign to "DRPRINT"
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
       COPY drevfd.

       COPY intvfd.

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

      * Operator preference profile -- see OPERPREF.
       COPY operpref.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

       01 dr-event-status       pic xx.
       01 dr-plan-status        pic xx.
       01 intvdata-status       pic xx.
       01 dr-eof-flag           pic x value "N".
           88 dr-eof                   value "Y".
       01 interval-eof-flag     pic x value "N".
           88 interval-eof             value "Y".

      * Plant master, for validating the plant code.
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 plant-master-count    pic 99 value zero.
       01 pmast-idx             pic 99.
       01 plant-found-flag      pic x.
           88 plant-on-file            value "Y".
       01 plant-master-table.
           05 plant-master-entry occurs 20 times.
               10 pmt-code       pic x(4).

      * DREVENT, read whole and written back whole.  The text
      * columns stay as they were read; the entry and settlement
      * paragraphs rebuild them.
       01 event-count           pic 9(3) value zero.
       01 event-idx             pic 9(3).
       01 event-jdx             pic 9(3).
       01 event-pick            pic 9(3).
       01 event-table.
           05 event-entry occurs 300 times pic x(120).
       01 event-swap            pic x(120).

      * DRPLAN, the same.
       01 plan-count            pic 9(3) value zero.
       01 plan-idx              pic 9(3).
       01 plan-pick             pic 9(3).
       01 plan-table.
           05 plan-entry occurs 200 times.
               10 pl-plant       pic x(4).
               10 pl-tag         pic x(10).
               10 pl-kw          pic 9(5)v99.
               10 pl-action      pic x(30).
       01 plan-total            pic 9(6)v99.
       01 plan-done-flag        pic x.
           88 plan-done                value "Y".

      * Entry fields.
       01 plant-in              pic x(4).
       01 date-in               pic x(8).
       01 date-num              pic 9(8).
       01 tag-in                pic x(10).
       01 action-in             pic x(30).
       01 meter-in              pic x(10).
       01 entry-in              pic x(12).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.

      * The event in hand.
       01 ev-start              pic 99.
       01 ev-end                pic 99.
       01 ev-commit             pic 9(5)v99.
       01 ev-credit-rate        pic 999v99.
       01 ev-penalty-rate       pic 999v99.
       01 ev-window-count       pic 999.
       01 ev-day-class          pic x.
       01 ev-baseline           pic 9(5)v99.
       01 ev-actual             pic 9(5)v99.
       01 ev-shed               pic s9(5)v99.
       01 ev-delivered          pic 9(5)v99.
       01 ev-short              pic 9(5)v99.
       01 ev-credit             pic 9(6)v99.
       01 ev-penalty            pic 9(6)v99.
       01 ev-net                pic s9(7)v99.
       01 ev-days               pic 99.

      * Interval days before the event, event hours only, in date
      * order as the meter's key reads them.
       01 lookback-first        pic 9(8).
       01 day-count             pic 99 value zero.
       01 day-idx               pic 99.
       01 day-table.
           05 day-entry occurs 60 times.
               10 dy-date        pic x(8).
               10 dy-kw-sum      pic 9(9)v99.
               10 dy-count       pic 999.
       01 interval-kw           pic 9(7)v99.
       01 interval-hour         pic 99.
       01 event-day-sum         pic 9(9)v99.
       01 event-day-count       pic 999.
       01 baseline-sum          pic 9(9)v99.
       01 day-average           pic 9(7)v99.
       01 day-class             pic x.
       01 weekday-number        pic 9.
       01 other-event-flag      pic x.
           88 other-event-day          value "Y".

      * Season settlement.
       01 season-start          pic x(8).
       01 season-end            pic x(8).
       01 report-plant          pic x(4).
       01 break-plant           pic x(4).
       01 pt-events             pic 999.
       01 pt-settled            pic 999.
       01 pt-commit             pic 9(7)v99.
       01 pt-shed               pic s9(7)v99.
       01 pt-credit             pic 9(7)v99.
       01 pt-penalty            pic 9(7)v99.
       01 gt-events             pic 999.
       01 gt-settled            pic 999.
       01 gt-credit             pic 9(7)v99.
       01 gt-penalty            pic 9(7)v99.
       01 season-net            pic s9(8)v99.

      * Text columns.
       01 kw-text               pic 9(5).99.
       01 shed-text             pic -9(4).99.
       01 rate-text             pic 999.99.
       01 dollars-text          pic 9(6).99.
       01 hour-text             pic 99.
       01 days-text             pic 99.

      * Displayed-fields.
       01 kw-out                pic zz,zz9.99.
       01 kw2-out               pic zz,zz9.99.
       01 shed-out              pic zz,zz9.99-.
       01 rate-out              pic $$$9.99.
       01 dollars-out           pic $$,$$$,$$9.99.
       01 net-out               pic $$,$$$,$$9.99-.
       01 count-out             pic zz9.
       01 count2-out            pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** DEMAND-RESPONSE SETTLEMENT BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-plant-master
           perform 108-load-events
           perform 112-load-plan
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** DEMAND-RESPONSE SETTLEMENT ENDS *****"
           display spaces

           move "DRSETTLE" to audit-trail-pgm
           move "Demand-response session completed."
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

       105-load-plant-master.
           move zero to plant-master-count
           open input plant-master-file
           if plant-status EQUAL TO "00"
              move "N" to plant-eof-flag
              perform 106-read-plant-record
              perform 107-store-plant-record until plant-eof
              close plant-master-file
           end-if.

       106-read-plant-record.
           read plant-master-file
              at end move "Y" to plant-eof-flag
           end-read.

       107-store-plant-record.
           if pm-code NOT EQUAL TO spaces and plant-master-count < 20
              add 1 to plant-master-count
              move plant-master-count to pmast-idx
              move function upper-case(pm-code) to pmt-code(pmast-idx)
           end-if
           perform 106-read-plant-record.

       108-load-events.
           move zero to event-count
           open input dr-event-file
           if dr-event-status EQUAL TO "00"
              move "N" to dr-eof-flag
              perform 109-read-event-record
              perform 110-store-event-record until dr-eof
              close dr-event-file
           end-if.

       109-read-event-record.
           read dr-event-file
              at end move "Y" to dr-eof-flag
           end-read.

       110-store-event-record.
           if de-plant NOT EQUAL TO spaces and event-count < 300
              add 1 to event-count
              move dr-event-record to event-entry(event-count)
           end-if
           perform 109-read-event-record.

       112-load-plan.
           move zero to plan-count
           open input dr-plan-file
           if dr-plan-status EQUAL TO "00"
              move "N" to dr-eof-flag
              perform 113-read-plan-record
              perform 114-store-plan-record until dr-eof
              close dr-plan-file
           end-if.

       113-read-plan-record.
           read dr-plan-file
              at end move "Y" to dr-eof-flag
           end-read.

       114-store-plan-record.
           if dp-plant NOT EQUAL TO spaces and dp-tag NOT EQUAL TO
              spaces and plan-count < 200
              add 1 to plan-count
              move plan-count to plan-idx
              move function upper-case(dp-plant) to pl-plant(plan-idx)
              move function upper-case(dp-tag) to pl-tag(plan-idx)
              move function lower-case(dp-kw-in) to dp-kw-in
              compute pl-kw(plan-idx) = function numval(dp-kw-in)
              move dp-action to pl-action(plan-idx)
           end-if
           perform 113-read-plan-record.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change a called event"
           display " 2 --- Maintain a plant's curtailment plan"
           display " 3 --- Settle an event against its baseline"
           display " 4 --- Season-to-date settlement report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-event-entry thru 200-event-exit
              when "2" perform 300-plan-maintenance thru 300-plan-exit
              when "3" perform 400-settle-event thru 400-settle-exit
              when "4" perform 500-season-report thru 500-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

      * Plant code, checked against PLANTMAST when there is one; a
      * blank reply takes the operator's stored plant.  PLANT-IN
      * comes back blank when the code is refused.
       250-plant-entry.
           display "Plant code (blank for your stored default): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-in NOT EQUAL TO spaces and
              plant-master-count > zero
              move "N" to plant-found-flag
              perform 251-test-plant-code
                      varying pmast-idx from 1 by 1
                      until pmast-idx > plant-master-count
              if NOT plant-on-file
                 display "Plant " plant-in " is not in PLANTMAST."
                 move spaces to plant-in
              end-if
           end-if.

       251-test-plant-code.
           if pmt-code(pmast-idx) EQUAL TO plant-in
              move "Y" to plant-found-flag
           end-if.

      * Event day, YYYYMMDD.  DATE-IN comes back blank when the day
      * is not a calendar date.
       255-event-date-entry.
           display "Event date (YYYYMMDD): " with no advancing
           accept date-in
           if date-in NOT NUMERIC
              display "The date is YYYYMMDD."
              move spaces to date-in
           else
              move date-in to date-num
              if function test-date-yyyymmdd(date-num)
                 NOT EQUAL TO zero
                 display "Not a calendar date."
                 move spaces to date-in
              end-if
           end-if.

      * EVENT-PICK out: the plant's event on DATE-IN, zero when none.
      * The latest event for the plant is left in EVENT-JDX (zero
      * when the plant has none) for the entry defaults.
       256-find-event.
           move zero to event-pick
           move zero to event-jdx
           perform 257-test-one-event
                   varying event-idx from 1 by 1
                   until event-idx > event-count.

       257-test-one-event.
           move event-entry(event-idx) to dr-event-record
           if de-plant EQUAL TO plant-in
              if de-date EQUAL TO date-in
                 move event-idx to event-pick
              end-if
              if event-jdx EQUAL TO zero
                 move event-idx to event-jdx
              else
                 if de-date > event-entry(event-jdx)(5:8)
                    move event-idx to event-jdx
                 end-if
              end-if
           end-if.

      * The event as the utility called it.  Re-entering a settled
      * event clears its settlement so it is settled again.
       200-event-entry.
           display spaces
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 200-event-exit
           end-if
           perform 255-event-date-entry
           if date-in EQUAL TO spaces
              go to 200-event-exit
           end-if
           perform 256-find-event

      * Defaults: the event being changed, else the plant's latest.
           move zero to ev-start
           move zero to ev-end
           move zero to ev-commit
           move spaces to meter-in
           move zero to ev-credit-rate
           move zero to ev-penalty-rate
           if event-pick > zero
              move event-pick to event-idx
              perform 260-unpack-event
              display "Changing the " date-in " event -- any"
                      " settlement is cleared."
           else
              if event-jdx > zero
                 move event-jdx to event-idx
                 perform 260-unpack-event
              end-if
           end-if

           move ev-start to hour-text
           display "Start hour (0-23, blank for " hour-text "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value < zero or entry-value > 23
                 display "Not an hour."
                 go to 200-event-exit
              end-if
              move entry-value to ev-start
           end-if
           move ev-end to hour-text
           display "End hour (1-24, blank for " hour-text "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value < 1 or entry-value > 24
                 display "Not an hour."
                 go to 200-event-exit
              end-if
              move entry-value to ev-end
           end-if
           if ev-end NOT GREATER THAN ev-start
              display "The event must end after it starts."
              go to 200-event-exit
           end-if

           move ev-commit to kw-out
           display "Committed kW (blank for " kw-out "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT GREATER THAN zero or
                 entry-value > 99999
                 display "Not a kW commitment."
                 go to 200-event-exit
              end-if
              move entry-value to ev-commit
           end-if
           if ev-commit EQUAL TO zero
              display "The event needs a committed kW."
              go to 200-event-exit
           end-if

           display "Revenue meter (blank for " meter-in "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move entry-in to meter-in
           end-if
           if meter-in EQUAL TO spaces
              display "The event needs the meter its shed is"
                      " measured on."
              go to 200-event-exit
           end-if

           move ev-credit-rate to rate-out
           display "Credit $ per kW delivered (blank for " rate-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 1000
                 move entry-value to ev-credit-rate
              end-if
           end-if
           move ev-penalty-rate to rate-out
           display "Penalty $ per kW short (blank for " rate-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 1000
                 move entry-value to ev-penalty-rate
              end-if
           end-if

           move spaces to dr-event-record
           move plant-in to de-plant
           move date-in to de-date
           move ev-start to hour-text
           move hour-text to de-start-in
           move ev-end to hour-text
           move hour-text to de-end-in
           move ev-commit to kw-text
           move kw-text to de-commit-in
           move meter-in to de-meter
           move ev-credit-rate to rate-text
           move rate-text to de-credit-rate-in
           move ev-penalty-rate to rate-text
           move rate-text to de-penalty-rate-in
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to de-oper
           if event-pick EQUAL TO zero
              if event-count NOT LESS THAN 300
                 display "DREVENT holds 300 events -- not added."
                 go to 200-event-exit
              end-if
              add 1 to event-count
              move event-count to event-pick
           end-if
           move dr-event-record to event-entry(event-pick)
           perform 180-save-events thru 180-save-exit

           display "Event " plant-in " " date-in " saved."
           move "DRSETTLE" to audit-trail-pgm
           move spaces to audit-trail-detail
           move ev-commit to kw-out
           string "PLANT=" plant-in " EVENT=" date-in " committed "
                  kw-out " KW"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       200-event-exit.
           exit.

      * EVENT-ENTRY(EVENT-IDX) into the event-in-hand fields.
       260-unpack-event.
           move event-entry(event-idx) to dr-event-record
           move zero to ev-start
           if de-start-in NUMERIC
              move de-start-in to ev-start
           end-if
           move zero to ev-end
           if de-end-in NUMERIC
              move de-end-in to ev-end
           end-if
           move function lower-case(de-commit-in) to de-commit-in
           compute ev-commit = function numval(de-commit-in)
           move de-meter to meter-in
           move function lower-case(de-credit-rate-in)
                to de-credit-rate-in
           compute ev-credit-rate = function numval(de-credit-rate-in)
           move function lower-case(de-penalty-rate-in)
                to de-penalty-rate-in
           compute ev-penalty-rate =
                   function numval(de-penalty-rate-in).

      * The plant's curtailment plan: each tag shed and its kW.  A
      * tag keyed with zero kW comes off the plan.
       300-plan-maintenance.
           display spaces
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 300-plan-exit
           end-if
           perform 310-list-plant-plan
           move "N" to plan-done-flag
           perform 320-plan-line-entry thru 320-plan-line-exit
                   until plan-done
           perform 190-save-plan thru 190-save-exit
           perform 310-list-plant-plan.
       300-plan-exit.
           exit.

       310-list-plant-plan.
           move zero to plan-total
           display spaces
           display "CURTAILMENT PLAN FOR " plant-in
           display "TAG              KW SHED  ACTION"
           perform 311-list-one-plan-line
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count
           move plan-total to kw-out
           display "PLANNED SHED " kw-out " KW".

       311-list-one-plan-line.
           if pl-plant(plan-idx) EQUAL TO plant-in
              move pl-kw(plan-idx) to kw-out
              display pl-tag(plan-idx) " " kw-out "  "
                      pl-action(plan-idx)
              add pl-kw(plan-idx) to plan-total
           end-if.

       320-plan-line-entry.
           display "Tag (blank when the plan is complete): "
                   with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              move "Y" to plan-done-flag
              go to 320-plan-line-exit
           end-if
           move zero to plan-pick
           perform 321-find-plan-line
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count
           display "kW shed (0 takes the tag off the plan): "
                   with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value < zero or entry-value > 99999
              display "Not a kW figure."
              go to 320-plan-line-exit
           end-if
           if entry-value EQUAL TO zero
              if plan-pick > zero
                 perform 322-drop-plan-line
                         varying plan-idx from plan-pick by 1
                         until plan-idx NOT LESS THAN plan-count
                 subtract 1 from plan-count
                 display tag-in " taken off the plan."
              end-if
              go to 320-plan-line-exit
           end-if
           if plan-pick EQUAL TO zero
              if plan-count NOT LESS THAN 200
                 display "DRPLAN holds 200 lines -- not added."
                 go to 320-plan-line-exit
              end-if
              add 1 to plan-count
              move plan-count to plan-pick
              move plant-in to pl-plant(plan-pick)
              move tag-in to pl-tag(plan-pick)
              move spaces to pl-action(plan-pick)
           end-if
           move entry-value to pl-kw(plan-pick)
           display "Action (blank to keep " pl-action(plan-pick) "): "
                   with no advancing
           accept action-in
           if action-in NOT EQUAL TO spaces
              move action-in to pl-action(plan-pick)
           end-if.
       320-plan-line-exit.
           exit.

       321-find-plan-line.
           if pl-plant(plan-idx) EQUAL TO plant-in and
              pl-tag(plan-idx) EQUAL TO tag-in
              move plan-idx to plan-pick
           end-if.

       322-drop-plan-line.
           move plan-entry(plan-idx + 1) to plan-entry(plan-idx).

      * Settlement: the baseline and the day's event-hour average
      * off the meter's intervals, the shed, and the credit or
      * penalty at the event's rates.
       400-settle-event.
           display spaces
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 400-settle-exit
           end-if
           perform 255-event-date-entry
           if date-in EQUAL TO spaces
              go to 400-settle-exit
           end-if
           perform 256-find-event
           if event-pick EQUAL TO zero
              display "No " plant-in " event on " date-in
                      " in DREVENT."
              go to 400-settle-exit
           end-if
           move event-pick to event-idx
           perform 260-unpack-event
           compute ev-window-count = (ev-end - ev-start) * 4

           perform 410-read-meter-days thru 410-read-exit
           perform 420-build-baseline

      * Without the intervals, the baseline or the day's average can
      * be keyed off the utility's statement or the meter.
           if ev-days EQUAL TO zero
              display "No like days with full event-hour intervals"
                      " before " date-in "."
              display "Baseline kW from the utility's statement"
                      " (blank to leave unsettled): " with no advancing
              accept entry-in
              if entry-in EQUAL TO spaces
                 go to 400-settle-exit
              end-if
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value < zero or entry-value > 99999
                 display "Not a kW figure."
                 go to 400-settle-exit
              end-if
              move entry-value to ev-baseline
           end-if

           move zero to ev-actual
           if event-day-count > zero
              compute ev-actual rounded =
                      event-day-sum / event-day-count
           else
              display "No INTVDATA intervals for " meter-in " on "
                      date-in "."
              display "Event-hour average kW off the meter (blank"
                      " to leave unsettled): " with no advancing
              accept entry-in
              if entry-in EQUAL TO spaces
                 go to 400-settle-exit
              end-if
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value < zero or entry-value > 99999
                 display "Not a kW figure."
                 go to 400-settle-exit
              end-if
              move entry-value to ev-actual
           end-if

           perform 430-price-settlement
           move zero to plan-total
           perform 431-add-plan-kw
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count

           move ev-baseline to kw-text
           move kw-text to de-baseline-in
           move ev-actual to kw-text
           move kw-text to de-actual-in
           move ev-shed to shed-text
           move shed-text to de-shed-in
           move plan-total to kw-text
           move kw-text to de-plan-in
           move ev-credit to dollars-text
           move dollars-text to de-credit-in
           move ev-penalty to dollars-text
           move dollars-text to de-penalty-in
           move ev-days to days-text
           move days-text to de-days-in
           move "S" to de-status
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to de-oper
           move dr-event-record to event-entry(event-pick)
           perform 180-save-events thru 180-save-exit

           perform 440-display-settlement

           move "DRSETTLE" to audit-trail-pgm
           move spaces to audit-trail-detail
           move ev-net to net-out
           string "PLANT=" plant-in " EVENT=" date-in " settled "
                  net-out
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-settle-exit.
           exit.

      * One START at the meter, LOOKBACK days before the event, and a
      * read forward through the event day; each event-hour interval
      * adds to its day's sum.
       410-read-meter-days.
           move zero to day-count
           move zero to event-day-sum
           move zero to event-day-count
           compute lookback-first = function date-of-integer(
                   function integer-of-date(date-num) - 45)
           move "N" to interval-eof-flag
           open input interval-file
           if intvdata-status NOT EQUAL TO "00"
              display "Unable to open the INTVDATA interval file."
              go to 410-read-exit
           end-if
           move meter-in to iv-meter
           move lookback-first to iv-date
           move low-values to iv-time
           start interval-file key NOT LESS THAN iv-key
              invalid key move "Y" to interval-eof-flag
           end-start
           perform 411-read-next-interval
           perform 412-post-one-interval until interval-eof
           close interval-file.
       410-read-exit.
           exit.

       411-read-next-interval.
           if NOT interval-eof
              read interval-file next record
                 at end move "Y" to interval-eof-flag
              end-read
           end-if
           if NOT interval-eof
              if iv-meter NOT EQUAL TO meter-in or
                 iv-date > date-in
                 move "Y" to interval-eof-flag
              end-if
           end-if.

       412-post-one-interval.
           move iv-time(1:2) to interval-hour
           if interval-hour NOT LESS THAN ev-start and
              interval-hour < ev-end
              move function lower-case(iv-kw-in) to iv-kw-in
              compute interval-kw = function numval(iv-kw-in)
              if iv-date EQUAL TO date-in
                 add interval-kw to event-day-sum
                 add 1 to event-day-count
              else
                 if day-count EQUAL TO zero or
                    iv-date NOT EQUAL TO dy-date(day-count)
                    if day-count < 60
                       add 1 to day-count
                       move iv-date to dy-date(day-count)
                       move zero to dy-kw-sum(day-count)
                       move zero to dy-count(day-count)
                    end-if
                 end-if
                 if iv-date EQUAL TO dy-date(day-count)
                    add interval-kw to dy-kw-sum(day-count)
                    add 1 to dy-count(day-count)
                 end-if
              end-if
           end-if
           perform 411-read-next-interval.

      * The ten most recent like days with every event-hour interval
      * on file, newest first; their event-hour averages are
      * averaged into the baseline.
       420-build-baseline.
           move date-num to date-in
           perform 425-class-of-day
           move day-class to ev-day-class
           move zero to ev-days
           move zero to baseline-sum
           move zero to ev-baseline
           move day-count to day-idx
           perform 421-test-one-day
                   until day-idx EQUAL TO zero or ev-days EQUAL TO 10
           if ev-days > zero
              compute ev-baseline rounded = baseline-sum / ev-days
           end-if.

       421-test-one-day.
           move dy-date(day-idx) to date-in
           perform 425-class-of-day
           perform 426-test-other-event
           if day-class EQUAL TO ev-day-class and
              NOT other-event-day and
              dy-count(day-idx) NOT LESS THAN ev-window-count
              compute day-average rounded =
                      dy-kw-sum(day-idx) / dy-count(day-idx)
              add day-average to baseline-sum
              add 1 to ev-days
           end-if
           move date-num to date-in
           subtract 1 from day-idx.

      * DAY-CLASS of DATE-IN: "D" a weekday, "E" a weekend day.  Day
      * one of the integer calendar fell on a Monday.
       425-class-of-day.
           compute weekday-number = function mod(
                   function integer-of-date(function numval(date-in))
                   - 1, 7)
           if weekday-number > 4
              move "E" to day-class
           else
              move "D" to day-class
           end-if.

      * A like day that was itself one of the plant's events is no
      * baseline day.
       426-test-other-event.
           move "N" to other-event-flag
           perform 427-test-one-event-day
                   varying event-jdx from 1 by 1
                   until event-jdx > event-count.

       427-test-one-event-day.
           if event-entry(event-jdx)(1:4) EQUAL TO plant-in and
              event-entry(event-jdx)(5:8) EQUAL TO date-in
              move "Y" to other-event-flag
           end-if.

      * kW delivered up to the commitment earns the credit; the kW
      * short of it draws the penalty.  Shed over the commitment
      * earns nothing more.
       430-price-settlement.
           move event-entry(event-pick) to dr-event-record
           compute ev-shed = ev-baseline - ev-actual
           move zero to ev-delivered
           move zero to ev-short
           if ev-shed > zero
              move ev-shed to ev-delivered
           end-if
           if ev-delivered > ev-commit
              move ev-commit to ev-delivered
           end-if
           compute ev-short = ev-commit - ev-delivered
           compute ev-credit rounded = ev-delivered * ev-credit-rate
           compute ev-penalty rounded = ev-short * ev-penalty-rate
           compute ev-net = ev-credit - ev-penalty.

       431-add-plan-kw.
           if pl-plant(plan-idx) EQUAL TO plant-in
              add pl-kw(plan-idx) to plan-total
           end-if.

       440-display-settlement.
           display spaces
           display "SETTLEMENT  " plant-in "  " date-in "  "
                   de-start-in ":00-" de-end-in ":00  METER " meter-in
           move ev-days to count-out
           move ev-baseline to kw-out
           if ev-days EQUAL TO zero
              display "  BASELINE      " kw-out " KW   (KEYED)"
           else
              display "  BASELINE      " kw-out " KW   (" count-out
                      " LIKE DAYS)"
           end-if
           move ev-actual to kw-out
           display "  EVENT HOURS   " kw-out " KW"
           move ev-shed to shed-out
           display "  SHED         " shed-out " KW"
           move ev-commit to kw-out
           move plan-total to kw2-out
           display "  COMMITTED     " kw-out " KW   PLANNED "
                   kw2-out " KW"
           move ev-credit to dollars-out
           display "  CREDIT    " dollars-out
           move ev-penalty to dollars-out
           display "  PENALTY   " dollars-out
           move ev-net to net-out
           display "  NET      " net-out.

      * The season's events by plant and date: each event's credit
      * or penalty, then each plant's season-to-date settlement.
       500-season-report.
           display spaces
           display "Season start (YYYYMMDD, blank for January 1): "
                   with no advancing
           accept season-start
           if season-start EQUAL TO spaces
              move todays-date-stamp(1:4) to season-start(1:4)
              move "0101" to season-start(5:4)
           end-if
           if season-start NOT NUMERIC
              display "The date is YYYYMMDD."
              go to 500-report-exit
           end-if
           move todays-date-stamp(1:8) to season-end
           display "Plant (blank for every plant): " with no advancing
           accept report-plant
           move function upper-case(report-plant) to report-plant

           perform 510-sort-outer-pass
                   varying event-idx from 1 by 1
                   until event-idx NOT LESS THAN event-count

           display spaces
           display "Print the settlement to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "DEMAND-RESPONSE SETTLEMENT" to report-title
              move "DRPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "DEMAND-RESPONSE SETTLEMENT  SEASON " season-start
                  " THROUGH " season-end
                  delimited by size into out-line
           perform 590-emit-line
           move spaces to out-line
           perform 590-emit-line
           move spaces to out-line
           move "PLANT  EVENT DATE  HOURS"   to out-line(1:24)
           move "COMMIT KW"                  to out-line(27:9)
           move "BASELINE"                   to out-line(38:8)
           move "ACTUAL"                     to out-line(50:6)
           move "SHED KW"                    to out-line(59:7)
           move "CREDIT/PENALTY"             to out-line(71:14)
           perform 590-emit-line

           move spaces to break-plant
           move zero to gt-events
           move zero to gt-settled
           move zero to gt-credit
           move zero to gt-penalty
           perform 520-report-one-event thru 520-report-exit
                   varying event-idx from 1 by 1
                   until event-idx > event-count
           if break-plant NOT EQUAL TO spaces
              perform 530-plant-subtotal
           end-if

           move spaces to out-line
           perform 590-emit-line
           if gt-events EQUAL TO zero
              move "NO EVENTS IN THE SEASON." to out-line
              perform 590-emit-line
           else
              move gt-events to count-out
              move gt-settled to count2-out
              move spaces to out-line
              string "ALL PLANTS  " count-out " EVENTS, " count2-out
                     " SETTLED"
                     delimited by size into out-line
              perform 590-emit-line
              move gt-credit to dollars-out
              move spaces to out-line
              string "  CREDITS EARNED     " dollars-out
                     delimited by size into out-line
              perform 590-emit-line
              move gt-penalty to dollars-out
              move spaces to out-line
              string "  PENALTIES INCURRED " dollars-out
                     delimited by size into out-line
              perform 590-emit-line
              compute season-net = gt-credit - gt-penalty
              move season-net to net-out
              move spaces to out-line
              string "  NET SETTLEMENT    " net-out
                     delimited by size into out-line
              perform 590-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Settlement written to DRPRINT."
           end-if

           move "DRSETTLE" to audit-trail-pgm
           move spaces to audit-trail-detail
           move gt-events to count-out
           string "Season settlement from " season-start " "
                  count-out " events"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-report-exit.
           exit.

      * Plant and date order for the control break.
       510-sort-outer-pass.
           perform 511-sort-inner-pass
                   varying event-jdx from 1 by 1
                   until event-jdx > event-count - event-idx.

       511-sort-inner-pass.
           if event-entry(event-jdx)(1:12) >
              event-entry(event-jdx + 1)(1:12)
              move event-entry(event-jdx) to event-swap
              move event-entry(event-jdx + 1) to event-entry(event-jdx)
              move event-swap to event-entry(event-jdx + 1)
           end-if.

       520-report-one-event.
           move event-entry(event-idx) to dr-event-record
           if de-date < season-start or de-date > season-end
              go to 520-report-exit
           end-if
           if report-plant NOT EQUAL TO spaces and
              de-plant NOT EQUAL TO report-plant
              go to 520-report-exit
           end-if
           if de-plant NOT EQUAL TO break-plant
              if break-plant NOT EQUAL TO spaces
                 perform 530-plant-subtotal
              end-if
              move de-plant to break-plant
              move zero to pt-events
              move zero to pt-settled
              move zero to pt-commit
              move zero to pt-shed
              move zero to pt-credit
              move zero to pt-penalty
           end-if
           perform 260-unpack-event
           add 1 to pt-events
           add 1 to gt-events
           add ev-commit to pt-commit

           move spaces to out-line
           move de-plant to out-line(1:4)
           move de-date to out-line(8:8)
           string de-start-in "-" de-end-in
                  delimited by size into out-line(19:5)
           move ev-commit to kw-out
           move kw-out to out-line(26:9)
           if de-settled
              move function lower-case(de-baseline-in)
                   to de-baseline-in
              compute ev-baseline = function numval(de-baseline-in)
              move function lower-case(de-actual-in) to de-actual-in
              compute ev-actual = function numval(de-actual-in)
              compute ev-shed = ev-baseline - ev-actual
              move function lower-case(de-credit-in) to de-credit-in
              compute ev-credit = function numval(de-credit-in)
              move function lower-case(de-penalty-in)
                   to de-penalty-in
              compute ev-penalty = function numval(de-penalty-in)
              compute ev-net = ev-credit - ev-penalty
              add 1 to pt-settled
              add 1 to gt-settled
              add ev-shed to pt-shed
              add ev-credit to pt-credit
              add ev-penalty to pt-penalty
              add ev-credit to gt-credit
              add ev-penalty to gt-penalty
              move ev-baseline to kw-out
              move kw-out to out-line(37:9)
              move ev-actual to kw-out
              move kw-out to out-line(47:9)
              move ev-shed to shed-out
              move shed-out to out-line(57:10)
              move ev-net to net-out
              move net-out to out-line(69:14)
              if ev-net < zero
                 move "PENALTY" to out-line(84:7)
              else
                 move "CREDIT" to out-line(84:6)
              end-if
           else
              move "NOT SETTLED" to out-line(37:11)
           end-if
           perform 590-emit-line.
       520-report-exit.
           exit.

       530-plant-subtotal.
           move pt-events to count-out
           move pt-settled to count2-out
           move spaces to out-line
           string "  " break-plant " SEASON TO DATE  " count-out
                  " EVENTS, " count2-out " SETTLED"
                  delimited by size into out-line
           perform 590-emit-line
           move pt-commit to kw-out
           move pt-shed to shed-out
           move spaces to out-line
           string "    COMMITTED KW-EVENTS " kw-out
                  "   SHED KW-EVENTS " shed-out
                  delimited by size into out-line
           perform 590-emit-line
           move pt-credit to dollars-out
           move spaces to out-line
           string "    CREDITS EARNED     " dollars-out
                  delimited by size into out-line
           perform 590-emit-line
           move pt-penalty to dollars-out
           move spaces to out-line
           string "    PENALTIES INCURRED " dollars-out
                  delimited by size into out-line
           perform 590-emit-line
           compute season-net = pt-credit - pt-penalty
           move season-net to net-out
           move spaces to out-line
           string "    NET SETTLEMENT    " net-out
                  delimited by size into out-line
           perform 590-emit-line
           move spaces to out-line
           perform 590-emit-line.

       590-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

       180-save-events.
           open output dr-event-file
           if dr-event-status NOT EQUAL TO "00"
              display "Unable to open DREVENT for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-event
                   varying event-idx from 1 by 1
                   until event-idx > event-count
           close dr-event-file.
       180-save-exit.
           exit.

       181-write-one-event.
           move event-entry(event-idx) to dr-event-record
           write dr-event-record.

       190-save-plan.
           open output dr-plan-file
           if dr-plan-status NOT EQUAL TO "00"
              display "Unable to open DRPLAN for output."
              go to 190-save-exit
           end-if
           perform 191-write-one-plan-line
                   varying plan-idx from 1 by 1
                   until plan-idx > plan-count
           close dr-plan-file.
       190-save-exit.
           exit.

       191-write-one-plan-line.
           move spaces to dr-plan-record
           move pl-plant(plan-idx) to dp-plant
           move pl-tag(plan-idx) to dp-tag
           move pl-kw(plan-idx) to kw-text
           move kw-text to dp-kw-in
           move pl-action(plan-idx) to dp-action
           write dr-plan-record.
