      *****************************************************************
      * FUEL-OIL TANK INVENTORY AND DAYS-OF-SUPPLY FORECAST           *
      *                                                               *
      * The oil-fired and dual-fuel plants' tanks were gauged weekly  *
      * on paper and nothing carried a book figure between readings   *
      * -- twice a tank ran low before anyone noticed.  This program  *
      * keeps the TANKMAST tank master (tank, plant, fuel, capacity,  *
      * reorder level, and the supplier's delivery lead time in days) *
      * and the TANKGAUGE gauge-reading log, and rolls each tank's    *
      * book inventory a day at a time from a gauge reading: FUELDELIV*
      * receipts in, burn out.  The burn is the FUELSKED annual usage *
      * of the fuel at the plant (a dual-fuel boiler's share as the   *
      * schedule splits it), spread over the year by the FUELHDD      *
      * degree days -- the month's logged degree days where they are  *
      * on file, its normal ones where they are not.  Receipts and    *
      * burn are shared among a plant's tanks of one fuel by          *
      * capacity.  Each later gauge reading is checked against the    *
      * book, the difference flagged past a tolerance, and the book   *
      * restarted from the gauge.  The report forecasts each tank's   *
      * days of supply at normal degree days and lists the tanks that *
      * reach their reorder level inside the delivery lead time.      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tankinv.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Tank master -- plain data, loaded whole and written whole.
           select tank-file assign to "TANKMAST"
                  organization is line sequential
                  file status is tank-status.

      * Gauge-reading log -- appended, like FUELDELIV.
           select gauge-file assign to "TANKGAUGE"
                  organization is line sequential
                  file status is gauge-status.

           select delivery-file assign to "FUELDELIV"
                  organization is line sequential
                  file status is delivery-status.

           select schedule-file assign to "FUELSKED"
                  organization is line sequential
                  file status is schedule-status.

           select hdd-file assign to "FUELHDD"
                  organization is line sequential
                  file status is hdd-status.

           select report-file assign to "TANKPRINT"
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
      * One line per tank: its code, plant and fuel, capacity and
      * reorder level in the units the tickets are in, and the lead
      * time a delivery takes once ordered.
       fd  tank-file
           record contains 50 characters.
       01 tank-record.
           05 tk-tank            pic x(8).
           05 tk-plant           pic x(4).
           05 tk-fuel            pic x(2).
           05 tk-capacity-in     pic x(10).
           05 tk-reorder-in      pic x(10).
           05 tk-lead-in         pic x(3).
           05 tk-desc            pic x(13).

      * One line per gauge reading.
       fd  gauge-file
           record contains 40 characters.
       01 gauge-record.
           05 tg-tank            pic x(8).
           05 tg-date            pic x(8).
           05 tg-qty-in          pic x(10).
           05 tg-oper            pic x(8).
           05 filler             pic x(6).

      * FUELDELIV, FUELSKED, and FUELHDD as DELRECON and FUELSAVE
      * read them.
       fd  delivery-file
           record contains 40 characters.
       01 delivery-record.
           05 dl-plant           pic x(4).
           05 dl-fuel            pic x(2).
           05 dl-date            pic x(8).
           05 dl-qty-in          pic x(10).
           05 filler             pic x(16).

       fd  schedule-file
           record contains 60 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 sked-old-eff-in    pic x(5).
           05 sked-new-eff-in    pic x(5).
           05 sked-usage-in      pic x(8).
           05 sked-price-in      pic x(6).
           05 sked-fuel-in       pic x(2).
           05 sked-plant-in      pic x(4).
           05 sked-fuel2-in      pic x(2).
           05 sked-split-in      pic x(3).
           05 sked-price2-in     pic x(6).
           05 filler             pic x(9).

       fd  hdd-file
           record contains 30 characters.
       01 hdd-record.
           05 hdd-period         pic x(10).
           05 hdd-actual-in      pic x(8).
           05 hdd-normal-in      pic x(8).
           05 filler             pic x(4).

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

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 plant-in              pic x(4).
       01 tank-in               pic x(8).
       01 date-in               pic x(8).
       01 date-num              pic 9(8).
       01 desc-in               pic x(13).
       01 entry-in              pic x(12).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 more-flag             pic x.
           88 more-readings            value "Y".
       01 reading-count         pic 9(4) value zero.

       01 tank-status           pic xx.
       01 gauge-status          pic xx.
       01 delivery-status       pic xx.
       01 schedule-status       pic xx.
       01 hdd-status            pic xx.
       01 file-eof-flag         pic x value "N".
           88 file-eof                 value "Y".

      * TANKMAST, read whole and written back whole.
       01 tank-count            pic 999 value zero.
       01 tank-idx              pic 999.
       01 tank-jdx              pic 999.
       01 tank-pick             pic 999.
       01 tank-table.
           05 tank-entry occurs 100 times.
               10 tn-tank        pic x(8).
               10 tn-plant       pic x(4).
               10 tn-fuel        pic x(2).
               10 tn-capacity    pic 9(8)v99.
               10 tn-reorder     pic 9(8)v99.
               10 tn-lead        pic 999.
               10 tn-desc        pic x(13).

      * TANKGAUGE, loaded in tank and date order for the roll.
       01 gauge-count           pic 9(4) value zero.
       01 gauge-idx             pic 9(4).
       01 gauge-jdx             pic 9(4).
       01 gauge-table.
           05 gauge-entry occurs 2000 times.
               10 gg-tank        pic x(8).
               10 gg-date        pic x(8).
               10 gg-qty         pic 9(8)v99.
       01 gauge-swap            pic x(26).

      * FUELDELIV receipts inside the roll window.
       01 receipt-count         pic 9(4) value zero.
       01 receipt-idx           pic 9(4).
       01 receipt-table.
           05 receipt-entry occurs 2000 times.
               10 rc-plant       pic x(4).
               10 rc-fuel        pic x(2).
               10 rc-date        pic x(8).
               10 rc-qty         pic 9(7)v99.
       01 receipt-floor         pic 9(8).

      * FUELSKED usage rows.
       01 sked-count            pic 999 value zero.
       01 sked-idx              pic 999.
       01 sked-table.
           05 sked-entry occurs 300 times.
               10 sk-plant       pic x(4).
               10 sk-fuel        pic x(2).
               10 sk-fuel2       pic x(2).
               10 sk-split       pic 999.
               10 sk-usage       pic 9(8)v99.

      * FUELHDD: each month's normal degree days by calendar month,
      * and the degree days logged for the months that have them.
      * Periods labelled other than YYYYMM (seasons) are left out.
       01 normal-hdd-table.
           05 normal-hdd occurs 12 times pic 9(5)v9.
       01 normal-hdd-year       pic 9(6)v9.
       01 actual-count          pic 999 value zero.
       01 actual-idx            pic 999.
       01 actual-table.
           05 actual-entry occurs 240 times.
               10 ah-month       pic x(6).
               10 ah-hdd         pic 9(5)v9.
       01 hdd-month-num         pic 99.
       01 hdd-value             pic 9(5)v9.

      * The tank being rolled.
       01 roll-days             pic 999 value 90.
       01 window-start          pic 9(8).
       01 roll-first            pic 9(4).
       01 roll-last             pic 9(4).
       01 tank-share            pic 9v9(6).
       01 group-capacity        pic 9(9)v99.
       01 other-split           pic 999.
       01 tank-annual           pic 9(9)v99.
       01 day-int               pic 9(7).
       01 today-int             pic 9(7).
       01 roll-date             pic 9(8).
       01 roll-date-parts redefines roll-date.
           05 rd-year           pic 9(4).
           05 rd-month          pic 99.
           05 rd-day            pic 99.
       01 roll-month            pic x(6).
       01 month-days            pic 99.
       01 next-first            pic 9(8).
       01 next-first-parts redefines next-first.
           05 nf-year           pic 9(4).
           05 nf-month          pic 99.
           05 nf-day            pic 99.
       01 day-receipts          pic 9(7)v9(4).
       01 day-burn              pic 9(7)v9(4).
       01 book-qty              pic s9(8)v9(4).
       01 variance-qty          pic s9(8)v99.
       01 variance-abs          pic 9(8)v99.
       01 tolerance-pct         pic 99v9 value 2.
       01 tolerance-qty         pic 9(8)v99.
       01 variance-flags        pic 999.
       01 total-variances       pic 9(4).
       01 period-receipts       pic 9(9)v99.
       01 period-burn           pic 9(9)v99.
       01 detail-flag           pic x value "N".
           88 print-detail             value "Y".
       01 gauge-today-flag      pic x.
           88 gauged-today             value "Y".
       01 burn-mode-flag        pic x.
           88 burn-as-logged           value "L".

      * The forecast.
       01 forecast-day          pic 999.
       01 forecast-book         pic s9(8)v9(4).
       01 days-to-reorder       pic 999.
       01 days-of-supply        pic 999.
       01 forecast-done-flag    pic x.
           88 forecast-done            value "Y".
       01 order-count           pic 999.
       01 order-table.
           05 order-entry occurs 100 times.
               10 od-tank        pic x(8).
               10 od-plant       pic x(4).
               10 od-days        pic 999.
               10 od-lead        pic 999.
               10 od-book        pic 9(8)v99.

      * Text columns.
       01 qty-text              pic 9(7).99.
       01 lead-text             pic 999.

      * Displayed-fields.
       01 qty-out               pic z,zzz,zz9.
       01 qty2-out              pic z,zzz,zz9.
       01 book-out              pic z,zzz,zz9-.
       01 var-out               pic zzz,zz9-.
       01 days-out              pic zz9.
       01 days2-out             pic zz9.
       01 pct-out               pic z9.9.
       01 count-out             pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** FUEL-OIL TANK INVENTORY BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 108-load-tanks
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** FUEL-OIL TANK INVENTORY ENDS *****"
           display spaces

           move "TANKINV" to audit-trail-pgm
           move "Tank inventory session completed."
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

       108-load-tanks.
           move zero to tank-count
           open input tank-file
           if tank-status EQUAL TO "00"
              move "N" to file-eof-flag
              perform 109-read-tank-record
              perform 110-store-tank-record until file-eof
              close tank-file
           end-if.

       109-read-tank-record.
           read tank-file
              at end move "Y" to file-eof-flag
           end-read.

       110-store-tank-record.
           if tk-tank NOT EQUAL TO spaces and tank-count < 100
              add 1 to tank-count
              move tank-count to tank-idx
              move function upper-case(tk-tank) to tn-tank(tank-idx)
              move function upper-case(tk-plant) to tn-plant(tank-idx)
              move function upper-case(tk-fuel) to tn-fuel(tank-idx)
              move function lower-case(tk-capacity-in)
                   to tk-capacity-in
              compute tn-capacity(tank-idx) =
                      function numval(tk-capacity-in)
              move function lower-case(tk-reorder-in) to tk-reorder-in
              compute tn-reorder(tank-idx) =
                      function numval(tk-reorder-in)
              move zero to tn-lead(tank-idx)
              if tk-lead-in NOT EQUAL TO spaces
                 move function lower-case(tk-lead-in) to tk-lead-in
                 compute tn-lead(tank-idx) =
                         function numval(tk-lead-in)
              end-if
              move tk-desc to tn-desc(tank-idx)
           end-if
           perform 109-read-tank-record.

      * TANK-PICK out: TANK-IN's entry, zero when not on file.
       112-find-tank.
           move zero to tank-pick
           perform 113-test-one-tank
                   varying tank-idx from 1 by 1
                   until tank-idx > tank-count.

       113-test-one-tank.
           if tn-tank(tank-idx) EQUAL TO tank-in
              move tank-idx to tank-pick
           end-if.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Add or change a tank"
           display " 2 --- Log gauge readings"
           display " 3 --- Inventory roll and days-of-supply forecast"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-tank-maintenance thru
                             200-tank-exit
              when "2" perform 300-gauge-entry thru 300-gauge-exit
              when "3" perform 400-roll-report thru 400-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 3."
           end-evaluate.

       200-tank-maintenance.
           display spaces
           display "Tank code: " with no advancing
           accept tank-in
           move function upper-case(tank-in) to tank-in
           if tank-in EQUAL TO spaces
              go to 200-tank-exit
           end-if
           perform 112-find-tank
           if tank-pick EQUAL TO zero
              if tank-count NOT LESS THAN 100
                 display "TANKMAST holds 100 tanks."
                 go to 200-tank-exit
              end-if
              display "Plant code (blank for your stored default): "
                      with no advancing
              accept plant-in
              move function upper-case(plant-in) to plant-in
              if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
                 move pref-plant to plant-in
              end-if
              if plant-in EQUAL TO spaces
                 display "A tank needs its plant."
                 go to 200-tank-exit
              end-if
              display "Fuel code: " with no advancing
              accept entry-in
              move function upper-case(entry-in) to entry-in
              if entry-in EQUAL TO spaces
                 display "A tank needs its fuel."
                 go to 200-tank-exit
              end-if
              add 1 to tank-count
              move tank-count to tank-pick
              move tank-in to tn-tank(tank-pick)
              move plant-in to tn-plant(tank-pick)
              move entry-in to tn-fuel(tank-pick)
              move zero to tn-capacity(tank-pick)
              move zero to tn-reorder(tank-pick)
              move 7 to tn-lead(tank-pick)
              move spaces to tn-desc(tank-pick)
              display "New tank at " plant-in "."
           end-if

           display "Description (blank to keep " tn-desc(tank-pick)
                   "): " with no advancing
           accept desc-in
           if desc-in NOT EQUAL TO spaces
              move desc-in to tn-desc(tank-pick)
           end-if
           move tn-capacity(tank-pick) to qty-out
           display "Capacity (blank to keep " qty-out "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 10000000
                 move entry-value to tn-capacity(tank-pick)
              end-if
           end-if
           move tn-reorder(tank-pick) to qty-out
           display "Reorder level (blank to keep " qty-out "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < tn-capacity(tank-pick)
                 move entry-value to tn-reorder(tank-pick)
              else
                 display "The reorder level must be under capacity."
              end-if
           end-if
           move tn-lead(tank-pick) to days-out
           display "Delivery lead time in days (blank to keep "
                   days-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 366
                 move entry-value to tn-lead(tank-pick)
              end-if
           end-if

           perform 180-save-tanks thru 180-save-exit
           display "Tank " tank-in " saved."
           move "TANKINV" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "TANK=" tank-in " Tank master entry changed."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       200-tank-exit.
           exit.

      * Gauge readings, appended to TANKGAUGE until a blank tank.
       300-gauge-entry.
           open extend gauge-file
           if gauge-status EQUAL TO "05" OR
              gauge-status EQUAL TO "35"
              open output gauge-file
           end-if
           if gauge-status NOT EQUAL TO "00"
              display "Unable to open the TANKGAUGE file."
              go to 300-gauge-exit
           end-if
           move zero to reading-count
           move "Y" to more-flag
           perform 310-one-gauge-reading thru 310-reading-exit
                   until NOT more-readings
           close gauge-file

           move reading-count to count-out
           display count-out " gauge readings logged."
           move "TANKINV" to audit-trail-pgm
           move spaces to audit-trail-detail
           string count-out " tank gauge readings logged"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-gauge-exit.
           exit.

       310-one-gauge-reading.
           display spaces
           display "Tank code (blank to finish): " with no advancing
           accept tank-in
           move function upper-case(tank-in) to tank-in
           if tank-in EQUAL TO spaces
              move "N" to more-flag
              go to 310-reading-exit
           end-if
           perform 112-find-tank
           if tank-pick EQUAL TO zero
              display "Tank " tank-in " is not in TANKMAST."
              go to 310-reading-exit
           end-if
           display "Gauge date (YYYYMMDD, blank for today): "
                   with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move todays-date-stamp(1:8) to date-in
           end-if
           if date-in NOT NUMERIC
              display "The date is YYYYMMDD."
              go to 310-reading-exit
           end-if
           display "Gauged quantity: " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-in EQUAL TO spaces or entry-value < zero or
              entry-value > tn-capacity(tank-pick)
              display "Not a quantity the tank can hold."
              go to 310-reading-exit
           end-if

           move spaces to gauge-record
           move tank-in to tg-tank
           move date-in to tg-date
           move entry-value to qty-text
           move qty-text to tg-qty-in
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to tg-oper
           write gauge-record
           add 1 to reading-count.
       310-reading-exit.
           exit.

      * The roll and forecast for every tank, or one plant's.
       400-roll-report.
           display spaces
           display "Plant (blank for every plant): " with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           move roll-days to days-out
           display "Days to roll back (blank for " days-out "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN 7 and
                 entry-value NOT GREATER THAN 365
                 move entry-value to roll-days
              end-if
           end-if
           move tolerance-pct to pct-out
           display "Book-to-gauge tolerance, % of capacity (blank for "
                   pct-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 100
                 move entry-value to tolerance-pct
              end-if
           end-if
           display "Print the daily roll lines? (Y/N): "
                   with no advancing
           accept detail-flag
           move function upper-case(detail-flag) to detail-flag

           compute today-int =
                   function integer-of-date(todays-date)
           compute window-start =
                   function date-of-integer(today-int - roll-days)
           perform 410-load-gauges thru 410-gauge-exit
           perform 420-load-receipts thru 420-receipt-exit
           perform 430-load-schedule thru 430-sked-exit
           perform 440-load-degree-days thru 440-hdd-exit

           display spaces
           display "Print the roll to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "FUEL-OIL TANK INVENTORY" to report-title
              move "TANKPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           move tolerance-pct to pct-out
           string "TANK INVENTORY ROLL FROM " window-start
                  " THROUGH " todays-date-stamp(1:8)
                  "  (TOLERANCE " pct-out "% OF CAPACITY)"
                  delimited by size into out-line
           perform 490-emit-line
           if normal-hdd-year EQUAL TO zero
              move "NO MONTHLY FUELHDD DEGREE DAYS -- BURN SPREAD"
                   & " EVENLY OVER THE YEAR." to out-line
              perform 490-emit-line
           end-if

           move zero to order-count
           move zero to total-variances
           perform 450-roll-one-tank thru 450-roll-exit
                   varying tank-idx from 1 by 1
                   until tank-idx > tank-count

           perform 480-print-order-list

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Roll written to TANKPRINT."
           end-if

           move "TANKINV" to audit-trail-pgm
           move spaces to audit-trail-detail
           move order-count to count-out
           move total-variances to days-out
           string "Tank roll: " count-out " to reorder, " days-out
                  " gauge variances"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-report-exit.
           exit.

      * TANKGAUGE whole, then into tank and date order.
       410-load-gauges.
           move zero to gauge-count
           open input gauge-file
           if gauge-status NOT EQUAL TO "00"
              display "No TANKGAUGE readings on file yet."
              go to 410-gauge-exit
           end-if
           move "N" to file-eof-flag
           perform 411-read-gauge-record
           perform 412-store-gauge-record until file-eof
           close gauge-file
           perform 413-sort-outer-pass
                   varying gauge-idx from 1 by 1
                   until gauge-idx NOT LESS THAN gauge-count.
       410-gauge-exit.
           exit.

       411-read-gauge-record.
           read gauge-file
              at end move "Y" to file-eof-flag
           end-read.

       412-store-gauge-record.
           if tg-tank NOT EQUAL TO spaces and tg-date NUMERIC and
              gauge-count < 2000
              add 1 to gauge-count
              move function upper-case(tg-tank) to gg-tank(gauge-count)
              move tg-date to gg-date(gauge-count)
              move function lower-case(tg-qty-in) to tg-qty-in
              compute gg-qty(gauge-count) = function numval(tg-qty-in)
           end-if
           perform 411-read-gauge-record.

       413-sort-outer-pass.
           perform 414-sort-inner-pass
                   varying gauge-jdx from 1 by 1
                   until gauge-jdx > gauge-count - gauge-idx.

       414-sort-inner-pass.
           if gauge-entry(gauge-jdx)(1:16) >
              gauge-entry(gauge-jdx + 1)(1:16)
              move gauge-entry(gauge-jdx) to gauge-swap
              move gauge-entry(gauge-jdx + 1) to gauge-entry(gauge-jdx)
              move gauge-swap to gauge-entry(gauge-jdx + 1)
           end-if.

      * FUELDELIV receipts from a year before the window on -- a
      * roll may start at a gauge reading older than the window.
       420-load-receipts.
           move zero to receipt-count
           compute receipt-floor = window-start - 10000
           open input delivery-file
           if delivery-status NOT EQUAL TO "00"
              go to 420-receipt-exit
           end-if
           move "N" to file-eof-flag
           perform 421-read-delivery-record
           perform 422-store-receipt until file-eof
           close delivery-file.
       420-receipt-exit.
           exit.

       421-read-delivery-record.
           read delivery-file
              at end move "Y" to file-eof-flag
           end-read.

       422-store-receipt.
           if dl-plant NOT EQUAL TO spaces and dl-date NUMERIC and
              dl-date NOT LESS THAN receipt-floor and
              receipt-count < 2000
              add 1 to receipt-count
              move function upper-case(dl-plant)
                   to rc-plant(receipt-count)
              move function upper-case(dl-fuel)
                   to rc-fuel(receipt-count)
              move dl-date to rc-date(receipt-count)
              move function lower-case(dl-qty-in) to dl-qty-in
              compute rc-qty(receipt-count) = function numval(dl-qty-in)
           end-if
           perform 421-read-delivery-record.

       430-load-schedule.
           move zero to sked-count
           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              display "Unable to open FUELSKED -- burn will show zero."
              go to 430-sked-exit
           end-if
           move "N" to file-eof-flag
           perform 431-read-schedule-record
           perform 432-store-schedule-row until file-eof
           close schedule-file.
       430-sked-exit.
           exit.

       431-read-schedule-record.
           read schedule-file
              at end move "Y" to file-eof-flag
           end-read.

       432-store-schedule-row.
           if sked-tag NOT EQUAL TO spaces and sked-count < 300
              add 1 to sked-count
              move function upper-case(sked-plant-in)
                   to sk-plant(sked-count)
              move function upper-case(sked-fuel-in)
                   to sk-fuel(sked-count)
              move function upper-case(sked-fuel2-in)
                   to sk-fuel2(sked-count)
              move 100 to sk-split(sked-count)
              if sked-fuel2-in NOT EQUAL TO spaces and
                 sked-split-in NOT EQUAL TO spaces
                 move function lower-case(sked-split-in)
                      to sked-split-in
                 compute sk-split(sked-count) =
                         function numval(sked-split-in)
                 if sk-split(sked-count) < 1 or
                    sk-split(sked-count) > 99
                    move 100 to sk-split(sked-count)
                 end-if
              end-if
              move function lower-case(sked-usage-in) to sked-usage-in
              compute sk-usage(sked-count) =
                      function numval(sked-usage-in)
           end-if
           perform 431-read-schedule-record.

      * FUELHDD periods labelled YYYYMM: the normal degree days by
      * calendar month (the latest line for the month standing) and
      * each month's logged degree days.
       440-load-degree-days.
           initialize normal-hdd-table
           move zero to normal-hdd-year
           move zero to actual-count
           open input hdd-file
           if hdd-status NOT EQUAL TO "00"
              go to 440-hdd-exit
           end-if
           move "N" to file-eof-flag
           perform 441-read-hdd-record
           perform 442-store-hdd-record until file-eof
           close hdd-file
           perform 443-add-normal-month
                   varying hdd-month-num from 1 by 1
                   until hdd-month-num > 12.
       440-hdd-exit.
           exit.

       441-read-hdd-record.
           read hdd-file
              at end move "Y" to file-eof-flag
           end-read.

       442-store-hdd-record.
           if hdd-period(1:6) NUMERIC and hdd-period(7:4) EQUAL TO
              spaces
              move hdd-period(5:2) to hdd-month-num
              if hdd-month-num NOT LESS THAN 1 and
                 hdd-month-num NOT GREATER THAN 12
                 move function lower-case(hdd-normal-in)
                      to hdd-normal-in
                 compute normal-hdd(hdd-month-num) =
                         function numval(hdd-normal-in)
                 move function lower-case(hdd-actual-in)
                      to hdd-actual-in
                 compute hdd-value = function numval(hdd-actual-in)
                 if hdd-value > zero and actual-count < 240
                    add 1 to actual-count
                    move hdd-period(1:6) to ah-month(actual-count)
                    move hdd-value to ah-hdd(actual-count)
                 end-if
              end-if
           end-if
           perform 441-read-hdd-record.

       443-add-normal-month.
           add normal-hdd(hdd-month-num) to normal-hdd-year.

      * One tank: the gauge the roll starts from, the day-by-day
      * roll to today, and the forecast.
       450-roll-one-tank.
           if plant-in NOT EQUAL TO spaces and
              tn-plant(tank-idx) NOT EQUAL TO plant-in
              go to 450-roll-exit
           end-if

           move spaces to out-line
           perform 490-emit-line
           move tn-capacity(tank-idx) to qty-out
           move tn-reorder(tank-idx) to qty2-out
           move spaces to out-line
           string "TANK " tn-tank(tank-idx) " " tn-desc(tank-idx)
                  "  PLANT " tn-plant(tank-idx) "  FUEL "
                  tn-fuel(tank-idx) "  CAPACITY " qty-out
                  "  REORDER " qty2-out
                  delimited by size into out-line
           perform 490-emit-line

      * The roll starts at the last gauge on or before the window's
      * first day, else at the tank's first gauge in the window.
           move zero to roll-first
           move zero to roll-last
           perform 451-find-roll-start
                   varying gauge-idx from 1 by 1
                   until gauge-idx > gauge-count
           if roll-first EQUAL TO zero
              move "  NO TANKGAUGE READING -- NO BOOK INVENTORY."
                   to out-line
              perform 490-emit-line
              go to 450-roll-exit
           end-if

           perform 452-tank-share-and-burn
           compute tolerance-qty rounded =
                   tn-capacity(tank-idx) * tolerance-pct / 100
           move gg-qty(roll-first) to book-qty
           move gg-date(roll-first) to roll-date
           move zero to variance-flags
           move zero to period-receipts
           move zero to period-burn
           move gg-qty(roll-first) to qty-out
           move spaces to out-line
           string "  OPENING GAUGE " gg-date(roll-first) "  " qty-out
                  delimited by size into out-line
           perform 490-emit-line
           if print-detail
              move spaces to out-line
              move "  DATE          RECEIVED    BURNED      BOOK"
                   & "     GAUGED  VARIANCE" to out-line
              perform 490-emit-line
           end-if

           compute day-int = function integer-of-date(roll-date) + 1
           move roll-first to gauge-jdx
           add 1 to gauge-jdx
           perform 460-roll-one-day thru 460-day-exit
                   until day-int > today-int

           move period-receipts to qty-out
           move period-burn to qty2-out
           move spaces to out-line
           string "  RECEIVED " qty-out "   BURNED " qty2-out
                  delimited by size into out-line
           perform 490-emit-line
           move book-qty to book-out
           move variance-flags to count-out
           move spaces to out-line
           string "  BOOK INVENTORY TODAY " book-out "   GAUGE"
                  " VARIANCES OVER TOLERANCE " count-out
                  delimited by size into out-line
           perform 490-emit-line
           add variance-flags to total-variances

           perform 470-forecast-tank.
       450-roll-exit.
           exit.

       451-find-roll-start.
           if gg-tank(gauge-idx) EQUAL TO tn-tank(tank-idx) and
              gg-date(gauge-idx) NOT GREATER THAN
              todays-date-stamp(1:8)
              if gg-date(gauge-idx) NOT GREATER THAN window-start
                 move gauge-idx to roll-first
              else
                 if roll-first EQUAL TO zero
                    move gauge-idx to roll-first
                 end-if
              end-if
           end-if.

      * The tank's capacity share of the plant's tanks of its fuel,
      * and the fuel's annual burn at the plant off FUELSKED.
       452-tank-share-and-burn.
           move zero to group-capacity
           perform 453-add-group-capacity
                   varying tank-jdx from 1 by 1
                   until tank-jdx > tank-count
           move 1 to tank-share
           if group-capacity > zero
              compute tank-share rounded =
                      tn-capacity(tank-idx) / group-capacity
           end-if
           move zero to tank-annual
           perform 454-add-sked-burn
                   varying sked-idx from 1 by 1
                   until sked-idx > sked-count.

       453-add-group-capacity.
           if tn-plant(tank-jdx) EQUAL TO tn-plant(tank-idx) and
              tn-fuel(tank-jdx) EQUAL TO tn-fuel(tank-idx)
              add tn-capacity(tank-jdx) to group-capacity
           end-if.

       454-add-sked-burn.
           if sk-plant(sked-idx) EQUAL TO tn-plant(tank-idx)
              if sk-fuel(sked-idx) EQUAL TO tn-fuel(tank-idx)
                 compute tank-annual rounded = tank-annual +
                         sk-usage(sked-idx) * sk-split(sked-idx) / 100
              end-if
              if sk-fuel2(sked-idx) EQUAL TO tn-fuel(tank-idx) and
                 sk-split(sked-idx) < 100
                 move 100 to other-split
                 subtract sk-split(sked-idx) from other-split
                 compute tank-annual rounded = tank-annual +
                         sk-usage(sked-idx) * other-split / 100
              end-if
           end-if.

      * One day of the roll: receipts in, burn out, and the day's
      * gauge reading (if any) checked against the book.
       460-roll-one-day.
           compute roll-date = function date-of-integer(day-int)
           move zero to day-receipts
           perform 461-add-one-receipt
                   varying receipt-idx from 1 by 1
                   until receipt-idx > receipt-count
           if group-capacity > zero
              compute day-receipts rounded = day-receipts *
                      tn-capacity(tank-idx) / group-capacity
           end-if
           move "L" to burn-mode-flag
           perform 465-day-burn
           add day-receipts to book-qty
           subtract day-burn from book-qty
           add day-receipts to period-receipts
           add day-burn to period-burn

           move "N" to gauge-today-flag
           perform 462-test-day-gauge
                   until gauge-jdx > gauge-count or
                         gg-tank(gauge-jdx) NOT EQUAL TO
                         tn-tank(tank-idx) or
                         gg-date(gauge-jdx) > roll-date

           if print-detail or gauged-today
              move spaces to out-line
              move roll-date to out-line(3:8)
              move day-receipts to qty-out
              move qty-out to out-line(14:9)
              move day-burn to qty-out
              move qty-out to out-line(24:9)
              move book-qty to book-out
              move book-out to out-line(33:10)
              if gauged-today
                 move gg-qty(gauge-idx) to qty-out
                 move qty-out to out-line(44:9)
                 move variance-qty to var-out
                 move var-out to out-line(54:8)
                 if variance-abs > tolerance-qty
                    move "OVER TOLERANCE" to out-line(64:14)
                 end-if
                 move gg-qty(gauge-idx) to book-qty
              end-if
              perform 490-emit-line
           end-if
           add 1 to day-int.
       460-day-exit.
           exit.

       461-add-one-receipt.
           if rc-plant(receipt-idx) EQUAL TO tn-plant(tank-idx) and
              rc-fuel(receipt-idx) EQUAL TO tn-fuel(tank-idx) and
              rc-date(receipt-idx) EQUAL TO roll-date
              add rc-qty(receipt-idx) to day-receipts
           end-if.

      * A gauge reading on the day: its variance from the book.  The
      * book restarts from the gauge once the line is out.  Readings
      * before the day (a second reading the same day) are passed.
       462-test-day-gauge.
           if gg-date(gauge-jdx) EQUAL TO roll-date
              move "Y" to gauge-today-flag
              move gauge-jdx to gauge-idx
              compute variance-qty = gg-qty(gauge-jdx) - book-qty
              if variance-qty < zero
                 compute variance-abs = zero - variance-qty
              else
                 move variance-qty to variance-abs
              end-if
              if variance-abs > tolerance-qty
                 add 1 to variance-flags
              end-if
           end-if
           add 1 to gauge-jdx.

      * DAY-BURN for ROLL-DATE: the tank's annual burn times the
      * month's share of the normal year's degree days, over the
      * month's days.  Logged degree days stand in for the normal
      * ones when the roll is past (BURN-AS-LOGGED) and the month
      * has them.
       465-day-burn.
           move roll-date(1:6) to roll-month
           move rd-month to hdd-month-num
           move roll-date to next-first
           move 1 to nf-day
           if nf-month EQUAL TO 12
              add 1 to nf-year
              move 1 to nf-month
           else
              add 1 to nf-month
           end-if
           compute month-days = function integer-of-date(next-first)
                   - function integer-of-date(roll-date) + rd-day - 1
           if normal-hdd-year EQUAL TO zero
              compute day-burn rounded = tank-annual / 365
           else
              move normal-hdd(hdd-month-num) to hdd-value
              if burn-as-logged
                 perform 466-test-actual-month
                         varying actual-idx from 1 by 1
                         until actual-idx > actual-count
              end-if
              compute day-burn rounded =
                      tank-annual * hdd-value / normal-hdd-year
              compute day-burn rounded = day-burn / month-days
           end-if
           compute day-burn rounded = day-burn * tank-share.

       466-test-actual-month.
           if ah-month(actual-idx) EQUAL TO roll-month
              move ah-hdd(actual-idx) to hdd-value
           end-if.

      * Forward from today's book at normal degree days: the days to
      * the reorder level and to an empty tank, a year at most.
       470-forecast-tank.
           move book-qty to forecast-book
           move 999 to days-to-reorder
           move 999 to days-of-supply
           if forecast-book NOT GREATER THAN tn-reorder(tank-idx)
              move zero to days-to-reorder
           end-if
           move zero to forecast-day
           move "N" to forecast-done-flag
           compute day-int = today-int + 1
           perform 471-forecast-one-day
                   until forecast-done or forecast-day NOT LESS THAN
                   365

           move spaces to out-line
           if days-of-supply EQUAL TO 999
              move "  DAYS OF SUPPLY   OVER A YEAR" to out-line
           else
              move days-of-supply to days-out
              string "  DAYS OF SUPPLY   " days-out
                     delimited by size into out-line
           end-if
           if days-to-reorder EQUAL TO 999
              move "   REORDER LEVEL NOT REACHED IN A YEAR"
                   to out-line(31:40)
           else
              move days-to-reorder to days-out
              move tn-lead(tank-idx) to days2-out
              string "   REORDER IN " days-out " DAYS, LEAD TIME "
                     days2-out
                     delimited by size into out-line(31:50)
           end-if
           perform 490-emit-line

           if days-to-reorder NOT GREATER THAN tn-lead(tank-idx) and
              order-count < 100
              add 1 to order-count
              move tn-tank(tank-idx) to od-tank(order-count)
              move tn-plant(tank-idx) to od-plant(order-count)
              move days-to-reorder to od-days(order-count)
              move tn-lead(tank-idx) to od-lead(order-count)
              move zero to od-book(order-count)
              if book-qty > zero
                 move book-qty to od-book(order-count)
              end-if
           end-if.

       471-forecast-one-day.
           add 1 to forecast-day
           compute roll-date = function date-of-integer(day-int)
           move "F" to burn-mode-flag
           perform 465-day-burn
           subtract day-burn from forecast-book
           if days-to-reorder EQUAL TO 999 and
              forecast-book NOT GREATER THAN tn-reorder(tank-idx)
              move forecast-day to days-to-reorder
           end-if
           if forecast-book NOT GREATER THAN zero
              move forecast-day to days-of-supply
              move "Y" to forecast-done-flag
           end-if
           add 1 to day-int.

       480-print-order-list.
           move spaces to out-line
           perform 490-emit-line
           if order-count EQUAL TO zero
              move "NO TANK REACHES ITS REORDER LEVEL INSIDE ITS"
                   & " DELIVERY LEAD TIME." to out-line
              perform 490-emit-line
           else
              move "TANKS TO ORDER FOR NOW -- REORDER LEVEL INSIDE"
                   & " THE DELIVERY LEAD TIME" to out-line
              perform 490-emit-line
              move "  TANK      PLANT   BOOK TODAY  REORDER IN"
                   & "  LEAD TIME" to out-line
              perform 490-emit-line
              perform 481-print-one-order
                      varying tank-jdx from 1 by 1
                      until tank-jdx > order-count
           end-if.

       481-print-one-order.
           move od-book(tank-jdx) to qty-out
           move od-days(tank-jdx) to days-out
           move od-lead(tank-jdx) to days2-out
           move spaces to out-line
           string "  " od-tank(tank-jdx) "  " od-plant(tank-jdx)
                  "  " qty-out "    " days-out " DAYS    "
                  days2-out " DAYS"
                  delimited by size into out-line
           perform 490-emit-line.

       490-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

       180-save-tanks.
           open output tank-file
           if tank-status NOT EQUAL TO "00"
              display "Unable to open TANKMAST for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-tank
                   varying tank-idx from 1 by 1
                   until tank-idx > tank-count
           close tank-file.
       180-save-exit.
           exit.

       181-write-one-tank.
           move spaces to tank-record
           move tn-tank(tank-idx) to tk-tank
           move tn-plant(tank-idx) to tk-plant
           move tn-fuel(tank-idx) to tk-fuel
           move tn-capacity(tank-idx) to qty-text
           move qty-text to tk-capacity-in
           move tn-reorder(tank-idx) to qty-text
           move qty-text to tk-reorder-in
           move tn-lead(tank-idx) to lead-text
           move lead-text to tk-lead-in
           move tn-desc(tank-idx) to tk-desc
           write tank-record.
