      *****************************************************************
      * PUMP FIELD TEST AGAINST THE MANUFACTURER'S CURVE              *
      *                                                               *
      * AFFCURVE holds each pump's new-condition curve; this program  *
      * holds the pump up to it.  A field test -- measured flow,      *
      * discharge and suction pressure, motor input kW -- is worked   *
      * to total head, wire-to-water efficiency, and pump efficiency  *
      * (the AFFEQUIP motor efficiency taken out), then compared      *
      * with the curve efficiency interpolated at the measured flow   *
      * the way AFFINITY's 154-INTERPOLATE-PUMP-EFF does it.  The     *
      * drop since new prices the wear: the kW the pump would draw    *
      * at its curve efficiency against what it draws now, at the     *
      * tag's RUNHOURS trailing-twelve-month hours and the plant's    *
      * RATESCHED blended rate (LEAKSURV's pricing), and a            *
      * refurbishment quote turns that into a payback.  Tests log to  *
      * PUMPTEST; the wear report lists every pump's latest test      *
      * with its drop since the test before and since new, and        *
      * flags the refurbishments that pay back inside the target.     *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   pumptest.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Pump field-test log -- see PTESTSEL/PTESTFD.
           COPY ptestsel.

      * Digitized pump/fan curves, one line per point -- the same
      * layout AFFINITY's curve loader reads.
           select curve-file assign to "AFFCURVE"
                  organization is line sequential
                  file status is curve-status.

      * Equipment master, for the motor efficiency -- see EQUIPSEL.
           COPY equipsel.

           select schedule-file assign to "AFFSKED"
                  organization is line sequential
                  file status is schedule-status.

           select report-file assign to "PTESTPRINT"
                  organization is line sequential
                  file status is report-status.

      * Time-of-use electric-rate master -- see RATESEL.
           COPY ratesel.

      * Run-hours log -- see RUNHRSEL.
           COPY runhrsel.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

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
       COPY ptestfd.

       fd  curve-file
           record contains 40 characters.
       01 curve-record.
           05 cv-tag            pic x(10).
           05 cv-flow-in        pic x(8).
           05 cv-head-in        pic x(8).
           05 cv-eff-in         pic x(6).
           05 filler            pic x(8).

       COPY equipfd.

       fd  schedule-file
           record contains 40 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 filler             pic x(24).
           05 sked-plant-in      pic x(4).
           05 filler             pic x(2).

       fd  report-file
           record contains 120 characters.
       01 report-record         pic x(120).

       COPY ratefd.

       COPY runhrfd.

       COPY resrepfd.

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

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Run-hours lookup fields -- see RUNHRWS.
       COPY runhrws.

      * Tariff lookup fields -- see RATEWS.
       COPY ratews.

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

       01 pump-test-status      pic xx.
       01 test-eof-flag         pic x value "N".
           88 test-eof                 value "Y".
       01 master-status         pic xx.
       01 schedule-status       pic xx.
       01 sked-eof-flag         pic x value "N".
           88 sked-eof                 value "Y".

      * Pump-curve fields -- the tag's digitized curve and the
      * efficiency interpolated at the measured flow, AFFINITY's
      * layout.
       01 curve-status          pic xx.
       01 curve-eof-flag        pic x value "N".
           88 curve-eof                value "Y".
       01 curve-count           pic 99 value zero.
       01 curve-idx             pic 99.
       01 curve-table.
           05 curve-point occurs 20 times.
               10 cp-flow        pic 9(4)v9.
               10 cp-head        pic 9(4)v9.
               10 cp-eff         pic 999v9.
       01 interp-flow           pic 9(4)v9.
       01 interp-eff            pic 999v9.
       01 interp-span           pic s9(5)v9.
       01 interp-rise           pic s9(4)v9.
       01 interp-frac           pic s9v9(4).
       01 interp-work           pic s9(4)v9(4).

      * One test being worked.
       01 tag-in                pic x(10).
       01 date-in               pic x(8).
       01 test-date             pic x(8).
       01 value-in              pic x(10).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 test-flow             pic 9(5)v9.
       01 test-disch            pic s999v9.
       01 test-suct             pic s999v9.
       01 test-kw               pic 9(5)v99.
       01 motor-eff-pct         pic 999v9.
       01 default-motor-eff     pic 999v9 value 93.0.
       01 test-head             pic s9(5)v9.
       01 hydraulic-kw          pic 9(5)v999 USAGE COMP.
       01 test-w2w              pic 999v9.
       01 test-pump-eff         pic 999v9.
       01 test-curve-eff        pic 999v9.
       01 curve-found-flag      pic x value "N".
           88 curve-found              value "Y".
       01 test-ok-flag          pic x value "N".
           88 test-ok                  value "Y".
       01 refurb-quote          pic 9(8).
       01 psi-to-feet           pic 9v99 value 2.31.
       01 whp-divisor           pic 9(4) value 3960.
       01 kw-per-hp             pic 9v999 value 0.746.

      * The test before this one, for the drop since last.
       01 prior-date            pic x(8).
       01 prior-pump-eff        pic 999v9.

      * Wear pricing -- LEAKSURV's rate and hours defaults.
       01 flat-rate             pic 99v9(5) value 0.10.
       01 rate-in               pic x(8).
       01 default-hours         pic 9(5) value 8760.
       01 use-rate              pic 99v9(5).
       01 use-hours             pic 9(5).
       01 hours-source          pic x(8).
       01 new-condition-kw      pic 9(5)v99 USAGE COMP.
       01 excess-kw             pic s9(5)v99 USAGE COMP.
       01 wear-dollars          pic 9(9)v99 USAGE COMP.
       01 payback-years         pic 9(4)v9 USAGE COMP.
       01 payback-target        pic 99v9 value 2.0.
       01 drop-since-new        pic s999v9.
       01 drop-since-last       pic s999v9.

      * Tag-to-plant map off AFFSKED, for the plant's tariff.
       01 plant-map-count       pic 9(3) value zero.
       01 plant-map-idx         pic 9(3).
       01 plant-map-table.
           05 plant-map-entry occurs 200 times.
               10 pmap-tag       pic x(10).
               10 pmap-plant     pic x(4).
       01 plant-for-tag         pic x(4).

      * Latest and prior test per pump, for the wear report.
       01 pump-count            pic 9(3) value zero.
       01 pump-idx              pic 9(3).
       01 pump-pick             pic 9(3) value zero.
           88 pump-not-found           value zero.
       01 pump-table.
           05 pump-entry occurs 200 times.
               10 pu-tag         pic x(10).
               10 pu-date        pic x(8).
               10 pu-kw          pic 9(5)v99.
               10 pu-pump-eff    pic 999v9.
               10 pu-curve-eff   pic 999v9.
               10 pu-prior-date  pic x(8).
               10 pu-prior-eff   pic 999v9.
               10 pu-refurb      pic 9(8).
       01 refurb-due-count      pic 9(3) value zero.
       01 total-wear-dollars    pic 9(9)v99 USAGE COMP.

      * Menu fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

      * Record-text and displayed fields.
       01 flow-text             pic 9(5).9.
       01 press-text            pic -999.9.
       01 kw-text               pic 9(5).99.
       01 head-text             pic 9(4).9.
       01 eff-text              pic 999.9.
       01 flow-out              pic zzzz9.9.
       01 head-out              pic zzzz9.9.
       01 kw-out                pic zzzz9.99.
       01 eff-out               pic zz9.9.
       01 eff2-out              pic zz9.9.
       01 drop-out              pic ---9.9.
       01 drop2-out             pic ---9.9.
       01 hours-out             pic zzzz9.
       01 rate-out              pic 9.99999.
       01 dollars-out           pic $$$,$$$,$$9.
       01 quote-out             pic $$$,$$$,$$9.
       01 payback-out           pic zzz9.9.
       01 count-out             pic zz9.
       01 out-line              pic x(120).

       procedure division.
       100-main-para.
           display spaces
           display "***** PUMP FIELD TEST BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 114-load-run-hours
           perform 120-load-plant-map thru 120-load-exit
           perform 130-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** PUMP FIELD TEST ENDS *****"
           display spaces

           move "PUMPTEST" to audit-trail-pgm
           move "Pump field-test session completed."
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

      * Consolidated-repository write -- see RESREPLOG.
       COPY resreplog REPLACING ==RR-PARA== BY
            ==168-write-results-repo==.

      * Run-hours load and trailing-twelve-month lookup -- see
      * RUNHRRD.
       COPY runhrrd REPLACING ==RH-LOAD-PARA== BY
            ==114-load-run-hours==
            ==RH-READ-PARA== BY ==114a-read-run-hours==
            ==RH-STORE-PARA== BY ==114b-store-run-hours==
            ==RH-TTM-PARA== BY ==115-ttm-for-tag==
            ==RH-SCAN-PARA== BY ==115a-scan-latest==
            ==RH-BASE-PARA== BY ==115b-scan-base==.

      * RATESCHED tariff lookup -- see RATERD.
       COPY raterd REPLACING ==RT-FIND-PARA== BY
            ==116-find-plant-tariff==
            ==RT-FIND-EXIT== BY ==116-find-exit==
            ==RT-READ-PARA== BY ==116a-read-rate-record==
            ==RT-TEST-PARA== BY ==116b-test-rate-record==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

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

       130-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Record a pump field test"
           display " 2 --- Pump wear and refurbishment report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-record-test thru 200-record-exit
              when "2" perform 400-wear-report thru 400-wear-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 2."
           end-evaluate.

      * The rate and default hours both screens price wear at.
       140-pricing-data-entry.
           display "Electric rate $/KWH for plants with no RATESCHED"
           display "tariff (blank for your stored preference): "
                   with no advancing
           accept rate-in
           move function lower-case(rate-in) to rate-in
           if rate-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              and pref-rate NOT EQUAL TO spaces
              move function lower-case(pref-rate) to rate-in
           end-if
           if rate-in NOT EQUAL TO spaces
              compute flat-rate = function numval(rate-in)
           end-if

           display "Hours for pumps with no RUNHOURS history"
           display "(blank for 8760): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute entry-value = function numval(value-in)
              if entry-value > zero and
                 entry-value NOT GREATER THAN 8784
                 move entry-value to default-hours
              end-if
           end-if.

      * Hours and rate for TAG-IN: the RUNHOURS trailing twelve
      * months, and the plant's tariff off its AFFSKED plant.
       145-price-for-tag.
           move default-hours to use-hours
           move "DEFAULT" to hours-source
           move tag-in to rh-probe-tag
           perform 115-ttm-for-tag
           if rh-ttm-found
              move rh-ttm-hours to use-hours
              move "RUNHOURS" to hours-source
           end-if

           move spaces to plant-for-tag
           perform 146-test-plant-map
                   varying plant-map-idx from 1 by 1
                   until plant-map-idx > plant-map-count
           move flat-rate to use-rate
           if plant-for-tag NOT EQUAL TO spaces
              move plant-for-tag to rt-probe-plant
              move todays-date-stamp(1:8) to rt-as-of-date
              perform 116-find-plant-tariff thru 116-find-exit
              if rt-rate-found
                 move rt-blended-rate to use-rate
              end-if
           end-if.

       146-test-plant-map.
           if pmap-tag(plant-map-idx) EQUAL TO tag-in
              move pmap-plant(plant-map-idx) to plant-for-tag
           end-if.

      * Loads this tag's digitized curve points (kept in ascending
      * flow order by the EQUIPMNT entry screen).
       150-load-curve-file.
           move zero to curve-count
           open input curve-file
           if curve-status NOT EQUAL TO "00"
              go to 150-curve-exit
           end-if
           move "N" to curve-eof-flag
           perform 151-read-curve-record
           perform 152-store-curve-record until curve-eof
           close curve-file.
       150-curve-exit.
           exit.

       151-read-curve-record.
           read curve-file
              at end move "Y" to curve-eof-flag
           end-read.

       152-store-curve-record.
           if cv-tag EQUAL TO tag-in and curve-count < 20
              add 1 to curve-count
              move curve-count to curve-idx
              move function lower-case(cv-flow-in) to cv-flow-in
              move function lower-case(cv-head-in) to cv-head-in
              move function lower-case(cv-eff-in)  to cv-eff-in
              compute cp-flow(curve-idx) =
                      function numval(cv-flow-in)
              compute cp-head(curve-idx) =
                      function numval(cv-head-in)
              compute cp-eff(curve-idx) =
                      function numval(cv-eff-in)
           end-if
           perform 151-read-curve-record.

      * Linear interpolation of pump efficiency at INTERP-FLOW,
      * clamped at the curve's ends -- AFFINITY's
      * 154-INTERPOLATE-PUMP-EFF.
       154-interpolate-pump-eff.
           if interp-flow NOT GREATER THAN cp-flow(1)
              move cp-eff(1) to interp-eff
              go to 154-interp-exit
           end-if
           if interp-flow NOT LESS THAN cp-flow(curve-count)
              move cp-eff(curve-count) to interp-eff
              go to 154-interp-exit
           end-if
           perform 155-interp-one-segment
                   varying curve-idx from 1 by 1
                   until curve-idx NOT LESS THAN curve-count.
       154-interp-exit.
           exit.

       155-interp-one-segment.
           if interp-flow NOT LESS THAN cp-flow(curve-idx) and
              interp-flow NOT GREATER THAN cp-flow(curve-idx + 1)
              compute interp-span =
                      cp-flow(curve-idx + 1) - cp-flow(curve-idx)
              compute interp-rise =
                      cp-eff(curve-idx + 1) - cp-eff(curve-idx)
              if interp-span EQUAL TO zero
                 move cp-eff(curve-idx) to interp-eff
              else
                 compute interp-work =
                         interp-flow - cp-flow(curve-idx)
                 compute interp-frac rounded =
                         interp-work / interp-span
                 compute interp-work rounded =
                         interp-rise * interp-frac
                 add cp-eff(curve-idx) to interp-work
                 move interp-work to interp-eff
              end-if
           end-if.

      * One field test: readings in, head and efficiencies out,
      * compared with the curve and the tag's test before, the
      * wear priced, and the test logged.
       200-record-test.
           display spaces
           display "Pump tag (blank to cancel): " with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 200-record-exit
           end-if

           move zero to motor-eff-pct
           open input equip-master-file
           if master-status EQUAL TO "00"
              move tag-in to equip-tag
              read equip-master-file
                 invalid key
                    display "No AFFEQUIP baseline for " tag-in "."
                 not invalid key
                    if equip-status EQUAL TO "R"
                       display "Tag " tag-in " is retired."
                    end-if
                    compute motor-eff-pct = equip-motor-eff * 100
              end-read
              close equip-master-file
           end-if

           perform 150-load-curve-file thru 150-curve-exit
           if curve-count EQUAL TO zero
              display "No AFFCURVE points for " tag-in
                      " -- the test logs without a curve comparison."
           end-if

           display "Test date (YYYYMMDD, blank for today): "
                   with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move todays-date to date-in
           end-if
           if date-in NOT NUMERIC or date-in > todays-date
              display "The date must be YYYYMMDD, not in the future."
              go to 200-record-exit
           end-if
           move date-in to test-date

           display "Measured flow (gpm): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "Flow must be more than 0 and at most 99999."
              go to 200-record-exit
           end-if
           move entry-value to test-flow

           display "Discharge pressure (psig): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           if entry-value < -14.7 or entry-value > 999
              display "Pressure must be -14.7 to 999 psig."
              go to 200-record-exit
           end-if
           move entry-value to test-disch

           display "Suction pressure (psig, negative for a lift): "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           if entry-value < -14.7 or entry-value > 999
              display "Pressure must be -14.7 to 999 psig."
              go to 200-record-exit
           end-if
           move entry-value to test-suct

           display "Motor input kW: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "Motor kW must be more than 0 and at most"
                      " 99999."
              go to 200-record-exit
           end-if
           move entry-value to test-kw

           if motor-eff-pct EQUAL TO zero
              move default-motor-eff to eff-out
              display "Motor efficiency % (blank for " eff-out "): "
                      with no advancing
              accept value-in
              move function lower-case(value-in) to value-in
              move default-motor-eff to motor-eff-pct
              if value-in NOT EQUAL TO spaces
                 compute entry-value = function numval(value-in)
                 if entry-value < 50 or entry-value > 100
                    display "Motor efficiency must be 50-100%."
                    go to 200-record-exit
                 end-if
                 move entry-value to motor-eff-pct
              end-if
           end-if

           perform 210-work-the-test thru 210-work-exit
           if NOT test-ok
              go to 200-record-exit
           end-if
           perform 220-find-prior-test thru 220-prior-exit

           display spaces
           display "***** FIELD TEST -- " tag-in " " test-date
                   " *****"
           move test-head to head-out
           move test-w2w to eff-out
           display "Total head " head-out " ft;  wire-to-water "
                   eff-out "%"
           move test-pump-eff to eff-out
           move motor-eff-pct to eff2-out
           display "Pump efficiency " eff-out "% (motor " eff2-out
                   "% taken out)"
           move zero to drop-since-new
           if curve-found
              move test-curve-eff to eff-out
              compute drop-since-new = test-curve-eff - test-pump-eff
              move drop-since-new to drop-out
              display "Curve efficiency at this flow " eff-out
                      "%;  drop since new " drop-out " points"
           end-if
           if prior-date NOT EQUAL TO spaces
              compute drop-since-last = prior-pump-eff - test-pump-eff
              move drop-since-last to drop-out
              display "Drop since the " prior-date " test "
                      drop-out " points"
           else
              display "First test on file for " tag-in "."
           end-if

           move zero to wear-dollars
           move zero to refurb-quote
           if curve-found and drop-since-new > zero
              display spaces
              perform 140-pricing-data-entry
              perform 145-price-for-tag
              perform 230-price-the-wear
              move excess-kw to kw-out
              move use-hours to hours-out
              move use-rate to rate-out
              move wear-dollars to dollars-out
              display "Wear costs " kw-out " kW over " hours-out
                      " hours (" hours-source ") at $" rate-out
              display "  = " dollars-out " a year."

              display "Impeller/wear-ring refurbishment quote $"
                      " (blank to skip): " with no advancing
              accept value-in
              move function lower-case(value-in) to value-in
              if value-in NOT EQUAL TO spaces
                 compute entry-value = function numval(value-in)
                 if entry-value > zero and entry-value < 100000000
                    move entry-value to refurb-quote
                 end-if
              end-if
              if refurb-quote > zero
                 perform 240-payback
                 if wear-dollars > zero
                    move payback-years to payback-out
                    display "The refurbishment pays for itself in "
                            payback-out " years."
                 end-if
              end-if
           end-if

           perform 250-log-test thru 250-log-exit
           perform 260-post-results-repo.
       200-record-exit.
           exit.

      * Head in feet of water from the pressure rise; hydraulic kW
      * from flow x head / 3960; wire-to-water over motor input;
      * pump efficiency with the motor's share taken out.
       210-work-the-test.
           move "N" to test-ok-flag
           compute test-head rounded =
                   (test-disch - test-suct) * psi-to-feet
           if test-head NOT GREATER THAN zero
              display "Discharge must be above suction -- test not"
                      " logged."
              go to 210-work-exit
           end-if
           compute hydraulic-kw rounded =
                   test-flow * test-head / whp-divisor * kw-per-hp
           if hydraulic-kw * 100 > test-kw * motor-eff-pct
              display "Pump efficiency works out over 100% -- check"
                      " the readings.  Test not logged."
              go to 210-work-exit
           end-if
           compute test-w2w rounded = hydraulic-kw / test-kw * 100
           compute test-pump-eff rounded =
                   test-w2w / motor-eff-pct * 100
           move "Y" to test-ok-flag

           move "N" to curve-found-flag
           move zero to test-curve-eff
           if curve-count > zero
              move test-flow to interp-flow
              perform 154-interpolate-pump-eff thru 154-interp-exit
              move interp-eff to test-curve-eff
              move "Y" to curve-found-flag
           end-if.
       210-work-exit.
           exit.

       220-find-prior-test.
           move spaces to prior-date
           move zero to prior-pump-eff
           open input pump-test-file
           if pump-test-status NOT EQUAL TO "00"
              go to 220-prior-exit
           end-if
           move "N" to test-eof-flag
           perform 221-read-test-record
           perform 222-test-prior until test-eof
           close pump-test-file.
       220-prior-exit.
           exit.

       221-read-test-record.
           read pump-test-file
              at end move "Y" to test-eof-flag
           end-read.

       222-test-prior.
           if pf-tag EQUAL TO tag-in and pf-date < test-date and
              (prior-date EQUAL TO spaces or pf-date > prior-date)
              move pf-date to prior-date
              move function lower-case(pf-pump-eff-in)
                   to pf-pump-eff-in
              compute prior-pump-eff = function numval(pf-pump-eff-in)
           end-if
           perform 221-read-test-record.

      * At the same flow and head the pump at its curve efficiency
      * would draw the measured kW scaled by measured over curve
      * efficiency; the difference, over the year, is the wear.
       230-price-the-wear.
           compute new-condition-kw rounded =
                   test-kw * test-pump-eff / test-curve-eff
           compute excess-kw = test-kw - new-condition-kw
           if excess-kw < zero
              move zero to excess-kw
           end-if
           compute wear-dollars rounded =
                   excess-kw * use-hours * use-rate.

       240-payback.
           move zero to payback-years
           if wear-dollars > zero
              compute payback-years rounded =
                      refurb-quote / wear-dollars
                 on size error move 9999.9 to payback-years
              end-compute
           end-if.

       250-log-test.
           open extend pump-test-file
           if pump-test-status EQUAL TO "05" OR
              pump-test-status EQUAL TO "35"
              open output pump-test-file
           end-if
           if pump-test-status NOT EQUAL TO "00"
              display "Unable to open the PUMPTEST log."
              go to 250-log-exit
           end-if
           move spaces to pump-test-record
           move tag-in to pf-tag
           move test-date to pf-date
           move test-flow to flow-text
           move flow-text to pf-flow-in
           move test-disch to press-text
           move press-text to pf-disch-in
           move test-suct to press-text
           move press-text to pf-suct-in
           move test-kw to kw-text
           move kw-text to pf-kw-in
           move test-head to head-text
           move head-text to pf-head-in
           move test-w2w to eff-text
           move eff-text to pf-w2w-in
           move test-pump-eff to eff-text
           move eff-text to pf-pump-eff-in
           if curve-found
              move test-curve-eff to eff-text
              move eff-text to pf-curve-eff-in
           end-if
           if refurb-quote > zero
              move refurb-quote to pf-refurb-in
           end-if
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to pf-oper
           write pump-test-record
           close pump-test-file
           display "Test logged to PUMPTEST.".
       250-log-exit.
           exit.

       260-post-results-repo.
           move "PUMPTEST" to audit-trail-pgm
           move tag-in to rr-tag-ws
           move test-flow to flow-out
           move test-head to head-out
           move test-kw to kw-out
           move spaces to rr-inputs-ws
           string "GPM=" flow-out " FT=" head-out " KW=" kw-out
                  delimited by size into rr-inputs-ws
           move test-pump-eff to eff-out
           move drop-since-new to drop-out
           move wear-dollars to dollars-out
           move spaces to rr-result-ws
           if curve-found
              string "EFF=" eff-out " DROP=" drop-out
                     " WEAR=" dollars-out
                     delimited by size into rr-result-ws
           else
              string "EFF=" eff-out " NO CURVE"
                     delimited by size into rr-result-ws
           end-if
           perform 168-write-results-repo.

      * Every pump's latest test: the drops since the test before
      * and since new, the wear priced, and the payback on the
      * latest refurbishment quote on file for the pump.
       400-wear-report.
           move zero to pump-count
           open input pump-test-file
           if pump-test-status NOT EQUAL TO "00"
              display "No PUMPTEST log on file yet."
              go to 400-wear-exit
           end-if
           move "N" to test-eof-flag
           perform 221-read-test-record
           perform 410-post-pump-test until test-eof
           close pump-test-file

           display spaces
           perform 140-pricing-data-entry
           display "Flag refurbishments paying back within how many"
           display "years (blank for 2.0): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute entry-value = function numval(value-in)
              if entry-value > zero and entry-value < 100
                 move entry-value to payback-target
              end-if
           end-if

           display "Print the report to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "PUMP WEAR AND REFURBISHMENT" to report-title
              move "PTESTPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           move "TAG"         to out-line(1:3)
           move "LAST TEST"   to out-line(12:9)
           move "CURVE%"      to out-line(22:6)
           move "PUMP%"       to out-line(29:5)
           move "SINCE NEW"   to out-line(35:9)
           move "SINCE LAST"  to out-line(45:10)
           move "XS KW"       to out-line(57:5)
           move "HOURS"       to out-line(64:5)
           move "WEAR $/YR"   to out-line(72:9)
           move "QUOTE"       to out-line(87:5)
           move "PAYBACK"     to out-line(94:7)
           perform 490-emit-line

           move zero to refurb-due-count
           move zero to total-wear-dollars
           perform 420-report-one-pump
                   varying pump-idx from 1 by 1
                   until pump-idx > pump-count

           move total-wear-dollars to dollars-out
           move spaces to out-line
           string "Wear cost across all pumps " dollars-out
                  " a year."
                  delimited by size into out-line
           perform 490-emit-line
           move refurb-due-count to count-out
           move payback-target to payback-out
           move spaces to out-line
           string count-out " refurbishments pay back within "
                  payback-out " years -- schedule them."
                  delimited by size into out-line
           perform 490-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to PTESTPRINT."
           end-if

           move "PUMPTEST" to audit-trail-pgm
           move spaces to audit-trail-detail
           move pump-count to count-out
           string "Wear report, " count-out " pumps."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-wear-exit.
           exit.

      * The newest test becomes the pump's latest and the one it
      * replaces its prior; an older test can still be the prior.
       410-post-pump-test.
           move zero to pump-pick
           perform 411-test-one-pump
                   varying pump-idx from 1 by 1
                   until pump-idx > pump-count
           if pump-not-found and pump-count < 200
              add 1 to pump-count
              move pump-count to pump-pick
              move pf-tag to pu-tag(pump-pick)
              move spaces to pu-date(pump-pick)
              move spaces to pu-prior-date(pump-pick)
              move zero to pu-prior-eff(pump-pick)
              move zero to pu-refurb(pump-pick)
           end-if
           if pump-pick > zero
              move function lower-case(pf-pump-eff-in)
                   to pf-pump-eff-in
              compute entry-value = function numval(pf-pump-eff-in)
              if pf-date NOT LESS THAN pu-date(pump-pick)
                 if pu-date(pump-pick) NOT EQUAL TO spaces
                    move pu-date(pump-pick)
                         to pu-prior-date(pump-pick)
                    move pu-pump-eff(pump-pick)
                         to pu-prior-eff(pump-pick)
                 end-if
                 move pf-date to pu-date(pump-pick)
                 move entry-value to pu-pump-eff(pump-pick)
                 move function lower-case(pf-kw-in) to pf-kw-in
                 compute pu-kw(pump-pick) = function numval(pf-kw-in)
                 move zero to pu-curve-eff(pump-pick)
                 if pf-curve-eff-in NOT EQUAL TO spaces
                    move function lower-case(pf-curve-eff-in)
                         to pf-curve-eff-in
                    compute pu-curve-eff(pump-pick) =
                            function numval(pf-curve-eff-in)
                 end-if
              else
                 if pu-prior-date(pump-pick) EQUAL TO spaces or
                    pf-date > pu-prior-date(pump-pick)
                    move pf-date to pu-prior-date(pump-pick)
                    move entry-value to pu-prior-eff(pump-pick)
                 end-if
              end-if
              if pf-refurb-in NOT EQUAL TO spaces
                 move function lower-case(pf-refurb-in)
                      to pf-refurb-in
                 compute pu-refurb(pump-pick) =
                         function numval(pf-refurb-in)
              end-if
           end-if
           perform 221-read-test-record.

       411-test-one-pump.
           if pu-tag(pump-idx) EQUAL TO pf-tag
              move pump-idx to pump-pick
           end-if.

       420-report-one-pump.
           move pu-tag(pump-idx) to tag-in
           move spaces to out-line
           move pu-tag(pump-idx) to out-line(1:10)
           move pu-date(pump-idx) to out-line(12:8)
           move pu-pump-eff(pump-idx) to eff-out
           move eff-out to out-line(29:5)
           if pu-prior-date(pump-idx) NOT EQUAL TO spaces
              compute drop-since-last =
                      pu-prior-eff(pump-idx) - pu-pump-eff(pump-idx)
              move drop-since-last to drop2-out
              move drop2-out to out-line(48:6)
           end-if
           if pu-curve-eff(pump-idx) EQUAL TO zero
              move "NO CURVE" to out-line(22:8)
              perform 490-emit-line
           else
              move pu-curve-eff(pump-idx) to eff-out
              move eff-out to out-line(23:5)
              compute drop-since-new =
                      pu-curve-eff(pump-idx) - pu-pump-eff(pump-idx)
              move drop-since-new to drop-out
              move drop-out to out-line(38:6)

              perform 145-price-for-tag
              move pu-kw(pump-idx) to test-kw
              move pu-pump-eff(pump-idx) to test-pump-eff
              move pu-curve-eff(pump-idx) to test-curve-eff
              perform 230-price-the-wear
              add wear-dollars to total-wear-dollars
              move excess-kw to kw-out
              move kw-out to out-line(54:8)
              move use-hours to hours-out
              move hours-out to out-line(64:5)
              move wear-dollars to dollars-out
              move dollars-out to out-line(70:11)
              if pu-refurb(pump-idx) > zero
                 move pu-refurb(pump-idx) to refurb-quote
                 move refurb-quote to quote-out
                 move quote-out to out-line(82:11)
                 perform 240-payback
                 if wear-dollars > zero
                    move payback-years to payback-out
                    move payback-out to out-line(95:6)
                    if payback-years NOT GREATER THAN payback-target
                       move "SCHEDULE" to out-line(103:8)
                       add 1 to refurb-due-count
                    end-if
                 end-if
              end-if
              perform 490-emit-line
           end-if.

       490-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
