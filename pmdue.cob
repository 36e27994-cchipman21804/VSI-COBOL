      *****************************************************************
      * NIGHTLY PREVENTIVE-MAINTENANCE DUE STEP                       *
      *                                                               *
      * WORKORDER only ever got orders off FUELTRND's boiler tune-up  *
      * list; the pumps, fans, and chillers were serviced whenever    *
      * someone remembered.  This step works the PMTASK master each   *
      * night without an operator.  Every task is expanded to its     *
      * tags (a service-prefix task to every active AFFEQUIP tag the  *
      * prefix matches), and each tag's PMSTATE standing is brought   *
      * up to date:                                                   *
      *                                                               *
      *   a tag/task seen for the first time starts its interval      *
      *   from tonight and the tag's latest RUNHOURS reading;         *
      *                                                               *
      *   a tag/task whose PM work order has since been closed in     *
      *   WRKOMNT has its last-done point reset to the completion     *
      *   date and the hour-meter reading for that month;             *
      *                                                               *
      *   a tag/task with no order open comes due when the meter      *
      *   hours (basis H) or calendar days (basis D) since it was     *
      *   last done reach the interval, and a numbered WORKORDER      *
      *   entry is raised for it, FUELTRND's way.                     *
      *                                                               *
      * Any work order still open more than fourteen days after it    *
      * was raised (the PMTASKMT grace default) is posted to ALERTLOG *
      * for the MNT role -- critical for a high-priority order.       *
      *                                                               *
      * The step writes its RUNCTL record for the window summary:     *
      * tasks read, tag/tasks worked, and orders raised.              *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   pmdue.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Preventive-maintenance task master -- see PMTASKSEL.
           COPY pmtasksel.

      * Per-tag PM standing -- see PMSTATSEL.
           COPY pmstatsel.

      * Equipment master, for the service-prefix tasks -- see
      * EQUIPSEL/EQUIPFD.
           COPY equipsel.

      * Run-hours log -- see RUNHRSEL/RUNHRFD/RUNHRWS/RUNHRRD.
           COPY runhrsel.

      * Work orders -- see WOSEL/WOFD.
           COPY wosel.

      * Equipment and motor warranties -- see WARRSEL/WARRFD/WARRWS/
      * WARRRD.
           COPY warrsel.

           select schedule-file assign to "AFFSKED"
                  organization is line sequential
                  file status is schedule-status.

      * Suite-wide run-control record -- see RUNCTLSEL/RUNCTLFD/
      * RUNCTLWS/RUNCTLWR.
           COPY runctlsel.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

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

       COPY pmstatfd.

       COPY equipfd.

       COPY runhrfd.

       COPY wofd.

       COPY warrfd.

       fd  schedule-file
           record contains 40 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 filler             pic x(24).
           05 sked-plant-in      pic x(4).
           05 filler             pic x(2).

       COPY runctlfd.

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.

       COPY letterfd.

       working-storage section.

      * Suite-wide audit-trail fields.
       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Run-control fields -- see RUNCTLWS.
       COPY runctlws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Shop-letterhead fields.
       COPY letterws.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Warranty-lookup fields -- see WARRWS.
       COPY warrws.

      * Run-hours fields -- see RUNHRWS.
       COPY runhrws.

      * The task master.
       01 pm-task-status        pic xx.
       01 task-eof-flag         pic x value "N".
           88 task-eof                 value "Y".
       01 task-count            pic 9(3) value zero.
       01 max-tasks             pic 9(3) value 100.
       01 task-idx              pic 9(3).
       01 task-table.
           05 task-entry occurs 100 times.
               10 tk-tag         pic x(10).
               10 tk-task        pic x(4).
               10 tk-desc        pic x(24).
               10 tk-basis       pic x.
               10 tk-interval    pic 9(6) USAGE COMP.
               10 tk-priority    pic x.
       01 prefix-len            pic 99.

      * Active AFFEQUIP tags, for the prefix tasks.
       01 master-status         pic xx.
       01 master-eof-flag       pic x value "N".
           88 master-eof               value "Y".
       01 equip-count           pic 9(3) value zero.
       01 equip-idx             pic 9(3).
       01 equip-tag-table.
           05 eq-tag occurs 300 times pic x(10).

      * Each tag's PM standing, read whole and written back whole.
       01 pm-state-status       pic xx.
       01 state-eof-flag        pic x value "N".
           88 state-eof                value "Y".
       01 state-count           pic 9(3) value zero.
       01 max-states            pic 9(3) value 500.
       01 state-idx             pic 9(3).
       01 state-pick            pic 9(3) value zero.
           88 state-not-found          value zero.
       01 state-table.
           05 state-entry occurs 500 times.
               10 st-tag         pic x(10).
               10 st-task        pic x(4).
               10 st-done-date   pic x(8).
               10 st-done-hours  pic 9(7)v9 USAGE COMP.
               10 st-open-wo     pic x(6).

      * The orders on file -- their numbers, for the next number
      * to issue, and their status, for the PM orders since closed.
       01 work-order-status     pic xx.
       01 wo-eof-flag           pic x value "N".
           88 wo-eof                   value "Y".
       01 order-count           pic 9(3) value zero.
       01 order-idx             pic 9(3).
       01 order-pick            pic 9(3) value zero.
           88 order-not-found          value zero.
       01 order-capped-flag     pic x value "N".
           88 orders-capped            value "Y".
       01 order-table.
           05 order-entry occurs 500 times.
               10 od-number      pic 9(6).
               10 od-status      pic x.
               10 od-closed      pic x(8).
       01 highest-wo-number     pic 9(6) value zero.
       01 probe-number          pic 9(6).

      * Tag-to-plant map off AFFSKED, for the order's plant column.
       01 schedule-status       pic xx.
       01 sked-eof-flag         pic x value "N".
           88 sked-eof                 value "Y".
       01 plant-map-count       pic 9(3) value zero.
       01 plant-map-idx         pic 9(3).
       01 plant-map-table.
           05 plant-map-entry occurs 200 times.
               10 pmap-tag       pic x(10).
               10 pmap-plant     pic x(4).
       01 plant-for-tag         pic x(4).

      * One tag/task under review.
       01 service-tag           pic x(10).
       01 reading-month-limit   pic 9(6).
       01 reading-month         pic 9(6).
       01 reading-hours         pic 9(7)v9 USAGE COMP.
       01 reading-found-flag    pic x.
           88 reading-found            value "Y".
       01 current-hours         pic 9(7)v9 USAGE COMP.
       01 current-found-flag    pic x.
           88 current-found            value "Y".
       01 elapsed-amount        pic s9(7)v9 USAGE COMP.
       01 done-date-num         pic 9(8).
       01 done-date-int         pic 9(8) USAGE COMP.
       01 todays-date-int       pic 9(8) USAGE COMP.
       01 hours-text            pic 9(6).9.

      * Counts for the run-control record and the audit trail.
       01 worked-count          pic 9(6) value zero.
       01 started-count         pic 9(6) value zero.
       01 reset-count           pic 9(6) value zero.
       01 raised-count          pic 9(6) value zero.
       01 overdue-count         pic 9(6) value zero.

      * An open order older than this many days is posted as an
      * overdue alert.
       01 overdue-days          pic 9(3) value 14.
       01 order-age-days        pic s9(7) USAGE COMP.
       01 raised-date-num       pic 9(8).
       01 age-days-out          pic zzz9.
       01 count-out             pic zzz9.
       01 elapsed-out           pic zzzzzz9.
       01 interval-out          pic zzzzz9.

       procedure division.
       100-main-para.
           display spaces
           display "***** PREVENTIVE-MAINTENANCE DUE STEP BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out
           compute todays-date-int =
                   function integer-of-date(todays-date)

           perform 105-load-tasks thru 105-load-exit
           if task-count EQUAL TO zero
              display "No PMTASK tasks on file -- nothing to schedule."
              perform 130-load-orders thru 130-load-exit
              go to 190-write-run-control
           end-if

           perform 110-load-equipment-tags thru 110-load-exit
           perform 115-load-run-hours
           perform 120-load-plant-map thru 120-load-exit
           perform 125-load-state thru 125-load-exit
           perform 130-load-orders thru 130-load-exit

           perform 140-service-tasks thru 140-service-exit
           perform 180-save-state thru 180-save-exit
           go to 190-write-run-control.

       190-write-run-control.
           move started-count to count-out
           display spaces
           display count-out " tag/tasks started their interval."
           move reset-count to count-out
           display count-out " last-done points reset off closed"
                   " orders."
           move raised-count to count-out
           display count-out " PM work orders raised."
           move overdue-count to count-out
           display count-out " open work orders overdue."

           move "PMDUE" to audit-trail-pgm
           move "PMTASK" to rc-input-name
           move task-count to rc-read-count
           move worked-count to rc-processed-count
           move zero to rc-rejected-count
           move raised-count to rc-output-count
           perform 227-write-run-control
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** PREVENTIVE-MAINTENANCE DUE STEP ENDS *****"
           display spaces

           move "PMDUE" to audit-trail-pgm
           move spaces to audit-trail-detail
           move raised-count to count-out
           string "PM due step: " count-out " work orders raised."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail

           goback.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Operator-alert post -- see ALERTWR.
       COPY alertwr REPLACING ==AW-PARA== BY
            ==996-post-alert==
            ==AW-EXIT== BY ==996-post-exit==
            ==AW-READ-PARA== BY ==996a-read-alert-record==
            ==AW-TEST-PARA== BY ==996b-test-alert-record==.

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
            ==104-display-letterhead==.

      * Run-control write -- see RUNCTLWR.
       COPY runctlwr REPLACING ==RC-PARA== BY
            ==227-write-run-control==.

      * Run-hours load -- see RUNHRRD.  Only the load is used here;
      * the trailing-twelve-month paragraphs come along with it.
       COPY runhrrd REPLACING ==RH-LOAD-PARA== BY
            ==115-load-run-hours==
            ==RH-READ-PARA== BY ==115a-read-run-hours==
            ==RH-STORE-PARA== BY ==115b-store-run-hours==
            ==RH-TTM-PARA== BY ==116-ttm-for-tag==
            ==RH-SCAN-PARA== BY ==116a-scan-latest==
            ==RH-BASE-PARA== BY ==116b-scan-base==.

      * Warranty lookup -- see WARRRD.
       COPY warrrd REPLACING ==WL-FIND-PARA== BY
            ==175-find-warranty==
            ==WL-FIND-EXIT== BY ==175-find-exit==
            ==WL-READ-PARA== BY ==175a-read-warranty-record==
            ==WL-TEST-PARA== BY ==175b-test-warranty-record==.

       105-load-tasks.
           move zero to task-count
           open input pm-task-file
           if pm-task-status NOT EQUAL TO "00"
              go to 105-load-exit
           end-if
           move "N" to task-eof-flag
           perform 106-read-task-record
           perform 107-store-task-record until task-eof
           close pm-task-file.
       105-load-exit.
           exit.

       106-read-task-record.
           read pm-task-file
              at end move "Y" to task-eof-flag
           end-read.

       107-store-task-record.
           if pt-tag NOT EQUAL TO spaces and task-count < max-tasks
              add 1 to task-count
              move task-count to task-idx
              move function upper-case(pt-tag) to tk-tag(task-idx)
              move function upper-case(pt-task) to tk-task(task-idx)
              move pt-desc to tk-desc(task-idx)
              move function upper-case(pt-basis)
                   to tk-basis(task-idx)
              move function lower-case(pt-interval-in)
                   to pt-interval-in
              compute tk-interval(task-idx) =
                      function numval(pt-interval-in)
              move function upper-case(pt-priority)
                   to tk-priority(task-idx)
              if tk-priority(task-idx) NOT EQUAL TO "H" and
                 tk-priority(task-idx) NOT EQUAL TO "L"
                 move "M" to tk-priority(task-idx)
              end-if
           end-if
           perform 106-read-task-record.

      * Active baselines only -- a retired tag gets no more PM.
       110-load-equipment-tags.
           move zero to equip-count
           open input equip-master-file
           if master-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to master-eof-flag
           move low-values to equip-tag
           start equip-master-file key NOT LESS THAN equip-tag
              invalid key move "Y" to master-eof-flag
           end-start
           perform 111-read-master-record
           perform 112-store-master-tag until master-eof
           close equip-master-file.
       110-load-exit.
           exit.

       111-read-master-record.
           if NOT master-eof
              read equip-master-file next record
                 at end move "Y" to master-eof-flag
              end-read
           end-if.

       112-store-master-tag.
           if equip-status NOT EQUAL TO "R" and equip-count < 300
              add 1 to equip-count
              move equip-tag to eq-tag(equip-count)
           end-if
           perform 111-read-master-record.

       120-load-plant-map.
           move zero to plant-map-count
           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              go to 120-load-exit
           end-if
           move "N" to sked-eof-flag
           perform 121-read-schedule-record
           perform 122-store-schedule-plant until sked-eof
           close schedule-file.
       120-load-exit.
           exit.

       121-read-schedule-record.
           read schedule-file
              at end move "Y" to sked-eof-flag
           end-read.

       122-store-schedule-plant.
           if sked-tag NOT EQUAL TO spaces and plant-map-count < 200
              add 1 to plant-map-count
              move plant-map-count to plant-map-idx
              move sked-tag to pmap-tag(plant-map-idx)
              move function upper-case(sked-plant-in)
                   to pmap-plant(plant-map-idx)
           end-if
           perform 121-read-schedule-record.

       125-load-state.
           move zero to state-count
           open input pm-state-file
           if pm-state-status NOT EQUAL TO "00"
              go to 125-load-exit
           end-if
           move "N" to state-eof-flag
           perform 126-read-state-record
           perform 127-store-state-record until state-eof
           close pm-state-file.
       125-load-exit.
           exit.

       126-read-state-record.
           read pm-state-file
              at end move "Y" to state-eof-flag
           end-read.

       127-store-state-record.
           if ps-tag NOT EQUAL TO spaces and state-count < max-states
              add 1 to state-count
              move state-count to state-idx
              move ps-tag to st-tag(state-idx)
              move ps-task to st-task(state-idx)
              move ps-done-date to st-done-date(state-idx)
              move function lower-case(ps-done-hours-in)
                   to ps-done-hours-in
              compute st-done-hours(state-idx) =
                      function numval(ps-done-hours-in)
              move ps-open-wo to st-open-wo(state-idx)
           end-if
           perform 126-read-state-record.

       130-load-orders.
           move zero to order-count
           move zero to highest-wo-number
           move "N" to order-capped-flag
           open input work-order-file
           if work-order-status NOT EQUAL TO "00"
              go to 130-load-exit
           end-if
           move "N" to wo-eof-flag
           perform 131-read-work-order
           perform 132-store-work-order until wo-eof
           close work-order-file
           if orders-capped
              display "WORKORDER holds more than 500 orders -- an"
                      " open order past them is"
              display "left standing rather than raised again."
           end-if.
       130-load-exit.
           exit.

       131-read-work-order.
           read work-order-file
              at end move "Y" to wo-eof-flag
           end-read.

       132-store-work-order.
           if wo-number > highest-wo-number
              move wo-number to highest-wo-number
           end-if
           if order-count < 500
              add 1 to order-count
              move order-count to order-idx
              move wo-number to od-number(order-idx)
              move wo-status to od-status(order-idx)
              move wo-closed-date to od-closed(order-idx)
           else
              move "Y" to order-capped-flag
           end-if
           if wo-status NOT EQUAL TO "C" and wo-raised-date NUMERIC
              perform 133-test-overdue-order
           end-if
           perform 131-read-work-order.

      * Every kind of order counts, not just PM -- a tune-up order
      * FUELTRND raised ages the same way.
       133-test-overdue-order.
           move wo-raised-date to raised-date-num
           compute order-age-days = todays-date-int -
                   function integer-of-date(raised-date-num)
           if order-age-days > overdue-days
              add 1 to overdue-count
              move "PMDUE" to audit-trail-pgm
              if wo-priority EQUAL TO "H"
                 move "C" to alert-severity
              else
                 move "W" to alert-severity
              end-if
              move function upper-case(wo-plant) to alert-plant
              move wo-tag to alert-tag
              move wo-number to alert-ref
              move "MNT" to alert-role
              move order-age-days to age-days-out
              move spaces to alert-message
              string "Work order " wo-number " open "
                     function trim(age-days-out) " days: "
                     wo-reason
                     delimited by size into alert-message
              perform 996-post-alert thru 996-post-exit
           end-if.

      * New orders are appended the way FUELTRND appends its
      * tune-up orders; WRKOMNT works them from there.
       140-service-tasks.
           open extend work-order-file
           if work-order-status EQUAL TO "05" OR
              work-order-status EQUAL TO "35"
              open output work-order-file
           end-if
           if work-order-status NOT EQUAL TO "00"
              display "Unable to open the WORKORDER file."
              go to 140-service-exit
           end-if
           perform 141-expand-one-task
                   varying task-idx from 1 by 1
                   until task-idx > task-count
           close work-order-file.
       140-service-exit.
           exit.

      * A tag names itself; a prefix ending in "*" names every
      * active AFFEQUIP tag that begins with it.
       141-expand-one-task.
           move zero to prefix-len
           inspect tk-tag(task-idx) tallying prefix-len
                   for characters before initial "*"
           if prefix-len < 10
              perform 142-test-one-equip-tag
                      varying equip-idx from 1 by 1
                      until equip-idx > equip-count
           else
              move tk-tag(task-idx) to service-tag
              perform 150-service-one-tag thru 150-service-exit
           end-if.

       142-test-one-equip-tag.
           if prefix-len EQUAL TO zero
              move eq-tag(equip-idx) to service-tag
              perform 150-service-one-tag thru 150-service-exit
           else
              if eq-tag(equip-idx)(1:prefix-len) EQUAL TO
                 tk-tag(task-idx)(1:prefix-len)
                 move eq-tag(equip-idx) to service-tag
                 perform 150-service-one-tag thru 150-service-exit
              end-if
           end-if.

       150-service-one-tag.
           add 1 to worked-count
           move 999999 to reading-month-limit
           perform 155-reading-as-of-month
           move reading-found-flag to current-found-flag
           move reading-hours to current-hours

           move zero to state-pick
           perform 151-test-one-state
                   varying state-idx from 1 by 1
                   until state-idx > state-count
           if state-not-found
              perform 152-start-new-state thru 152-start-exit
              go to 150-service-exit
           end-if

           if st-open-wo(state-pick) NOT EQUAL TO spaces
              perform 160-check-open-order thru 160-check-exit
              go to 150-service-exit
           end-if

      * A meter changed out reads below the last-done point; the
      * interval restarts from the new meter's reading.
           if current-found and
              current-hours < st-done-hours(state-pick)
              move current-hours to st-done-hours(state-pick)
           end-if

           if tk-basis(task-idx) EQUAL TO "H"
              if NOT current-found
                 go to 150-service-exit
              end-if
              compute elapsed-amount =
                      current-hours - st-done-hours(state-pick)
           else
              if st-done-date(state-pick) NOT NUMERIC
                 go to 150-service-exit
              end-if
              move st-done-date(state-pick) to done-date-num
              compute done-date-int =
                      function integer-of-date(done-date-num)
              compute elapsed-amount = todays-date-int - done-date-int
           end-if

           if elapsed-amount NOT LESS THAN tk-interval(task-idx)
              perform 170-raise-order
           end-if.
       150-service-exit.
           exit.

       151-test-one-state.
           if st-tag(state-idx) EQUAL TO service-tag and
              st-task(state-idx) EQUAL TO tk-task(task-idx)
              move state-idx to state-pick
           end-if.

      * First sight of a tag/task: the interval runs from tonight.
       152-start-new-state.
           if state-count NOT LESS THAN max-states
              display "PMSTATE is full -- " service-tag " "
                      tk-task(task-idx) " not scheduled."
              go to 152-start-exit
           end-if
           add 1 to state-count
           move state-count to state-pick
           move service-tag to st-tag(state-pick)
           move tk-task(task-idx) to st-task(state-pick)
           move todays-date to st-done-date(state-pick)
           if current-found
              move current-hours to st-done-hours(state-pick)
           else
              move zero to st-done-hours(state-pick)
           end-if
           move spaces to st-open-wo(state-pick)
           add 1 to started-count.
       152-start-exit.
           exit.

      * The tag's hour-meter reading in the latest RUNHOURS month
      * not after READING-MONTH-LIMIT.
       155-reading-as-of-month.
           move "N" to reading-found-flag
           move zero to reading-month
           move zero to reading-hours
           perform 156-test-one-reading
                   varying rh-idx from 1 by 1
                   until rh-idx > rh-count.

       156-test-one-reading.
           if rht-tag(rh-idx) EQUAL TO service-tag and
              rht-month(rh-idx) NOT GREATER THAN reading-month-limit
              and rht-month(rh-idx) > reading-month
              move rht-month(rh-idx) to reading-month
              move rht-reading(rh-idx) to reading-hours
              move "Y" to reading-found-flag
           end-if.

      * The order raised last time round: still open, nothing to
      * do; closed, the last-done point moves to its completion
      * date and that month's meter reading; gone from the file
      * altogether, the tag/task is free to come due again.  When
      * the order table stopped short of the file's end, an order
      * not found may only be past it, so it is left standing.
       160-check-open-order.
           if st-open-wo(state-pick) NOT NUMERIC
              move spaces to st-open-wo(state-pick)
              go to 160-check-exit
           end-if
           move st-open-wo(state-pick) to probe-number
           move zero to order-pick
           perform 161-test-one-order
                   varying order-idx from 1 by 1
                   until order-idx > order-count
           if order-not-found
              if NOT orders-capped
                 move spaces to st-open-wo(state-pick)
              end-if
              go to 160-check-exit
           end-if
           if od-status(order-pick) NOT EQUAL TO "C"
              go to 160-check-exit
           end-if

           if od-closed(order-pick) NUMERIC
              move od-closed(order-pick) to st-done-date(state-pick)
           else
              move todays-date to st-done-date(state-pick)
           end-if
           move st-done-date(state-pick)(1:6) to reading-month-limit
           perform 155-reading-as-of-month
           if reading-found
              move reading-hours to st-done-hours(state-pick)
           else
              if current-found
                 move current-hours to st-done-hours(state-pick)
              end-if
           end-if
           move spaces to st-open-wo(state-pick)
           add 1 to reset-count
           display service-tag " " tk-task(task-idx)
                   " done " st-done-date(state-pick)
                   " -- interval restarted.".
       160-check-exit.
           exit.

       161-test-one-order.
           if od-number(order-idx) EQUAL TO probe-number
              move order-idx to order-pick
           end-if.

       170-raise-order.
           move spaces to plant-for-tag
           perform 171-test-plant-map
                   varying plant-map-idx from 1 by 1
                   until plant-map-idx > plant-map-count

           add 1 to highest-wo-number
           move spaces to work-order-record
           move highest-wo-number to wo-number
           move service-tag to wo-tag
           move plant-for-tag to wo-plant
           move spaces to wo-reason
           string "PM " tk-task(task-idx) " " tk-desc(task-idx)
                  delimited by size into wo-reason
           move tk-priority(task-idx) to wo-priority
           move todays-date to wo-raised-date
           move "O" to wo-status
           move spaces to wo-tech
           move spaces to wo-closed-date
           write work-order-record

           move highest-wo-number to st-open-wo(state-pick)
           add 1 to raised-count
           move elapsed-amount to elapsed-out
           move tk-interval(task-idx) to interval-out
           if tk-basis(task-idx) EQUAL TO "H"
              display "Order " wo-number " raised for " service-tag
                      " " tk-task(task-idx) " --" elapsed-out
                      " hours of" interval-out "."
           else
              display "Order " wo-number " raised for " service-tag
                      " " tk-task(task-idx) " --" elapsed-out
                      " days of" interval-out "."
           end-if
           move "T" to wl-probe-type
           move service-tag to wl-probe-key
           move todays-date to wl-as-of
           perform 175-find-warranty thru 175-find-exit
           if wl-under-warranty
              display "*** " service-tag " is under warranty to "
                      wl-end " (vendor " wl-vendor ", "
                      function trim(wl-coverage-word) ") -- claim"
              display "    it with the vendor before paying for the"
                      " work. ***"
           end-if.

       171-test-plant-map.
           if pmap-tag(plant-map-idx) EQUAL TO service-tag
              move pmap-plant(plant-map-idx) to plant-for-tag
           end-if.

       180-save-state.
           open output pm-state-file
           if pm-state-status NOT EQUAL TO "00"
              display "Unable to open PMSTATE for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-state
                   varying state-idx from 1 by 1
                   until state-idx > state-count
           close pm-state-file.
       180-save-exit.
           exit.

       181-write-one-state.
           move spaces to pm-state-record
           move st-tag(state-idx) to ps-tag
           move st-task(state-idx) to ps-task
           move st-done-date(state-idx) to ps-done-date
           move st-done-hours(state-idx) to hours-text
           move hours-text to ps-done-hours-in
           move st-open-wo(state-idx) to ps-open-wo
           write pm-state-record.
