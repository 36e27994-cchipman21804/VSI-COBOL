      *****************************************************************
      * LIGHTING RETROFIT SAVINGS CALCULATOR                          *
      *                                                               *
      * Lighting retrofits are the commonest project the shop sends   *
      * up and the one the suite never priced.  This program keeps    *
      * the LITEFIX fixture-wattage library (fixture code, input      *
      * watts, installed cost) and prices a project area by area:     *
      * existing fixtures and count out, replacement fixtures and     *
      * count in, burning the tag's RUNHOURS trailing-twelve-month    *
      * hours or an operating schedule (on hour, off hour, days a     *
      * week).  The kWh saved is priced at the plant's RATESCHED      *
      * time-of-use rates -- a schedule's hours fall into the on-,    *
      * shoulder-, and off-peak windows as the clock puts them, the   *
      * RUNHOURS hours by each window's share of the day -- and the   *
      * kW saved earns the monthly demand charge wherever the lights  *
      * burn through on-peak.  The project lines go to LITEPROJ, the  *
      * savings to RESULTREPO in the "SAV$=" form GOALTRAK and the    *
      * M&V reports read, and the project can go to FPGCOMP's         *
      * FPGCOMPSKED as a capital alternative the way the other        *
      * calculators send theirs.                                      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   litecalc.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Fixture-wattage library.  Plain data, like FUELTYPE.
           select fixture-file assign to "LITEFIX"
                  organization is line sequential
                  file status is fixture-status.

      * Lighting retrofit project file -- see LITPRSEL/LITPRFD.
           COPY litprsel.

      * Run-hours log -- see RUNHRSEL/RUNHRFD/RUNHRWS/RUNHRRD.
           COPY runhrsel.

      * Time-of-use electric-rate master -- see RATESEL.
           COPY ratesel.

      * FPGCOMP's schedule file, appended to by the capital hand-off
      * -- the layout mirrors FPGCOMP's own schedule reader.
           select fpgcomp-sked-file assign to "FPGCOMPSKED"
                  organization is line sequential
                  file status is fpgsked-status.

           select report-file assign to "LITEPRINT"
                  organization is line sequential
                  file status is report-status.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Control trailers -- FPGCOMPSKED is cataloged with FILECHK,
      * so a schedule hand-off restamps its trailer.  See CTLSEL/
      * CTLFD/CTLWS/CTLWR.
           COPY ctlsel.

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
      * One line per fixture: code, description, input watts with
      * ballast or driver, and installed cost each.
       fd  fixture-file
           record contains 50 characters.
       01 fixture-record.
           05 lf-code            pic x(8).
           05 lf-desc            pic x(24).
           05 lf-watts-in        pic x(6).
           05 lf-cost-in         pic x(8).
           05 filler             pic x(4).

       COPY litprfd.

       COPY runhrfd.

       COPY ratefd.

       fd  fpgcomp-sked-file
           record contains 48 characters.
       01 fpgcomp-sked-record.
           05 fpgsked-name      pic x(15).
           05 fpgsked-type      pic x.
           05 fpgsked-cashflow  pic x(8).
           05 fpgsked-interest  pic x(5).
           05 fpgsked-term      pic xx.
           05 fpgsked-invest    pic x(8).
           05 filler            pic x.
           05 fpgsked-measure   pic x(8).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY resrepfd.

       COPY ctlfd.

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

      * Run-hours fields -- see RUNHRWS.
       COPY runhrws.

      * Tariff lookup fields -- see RATEWS.
       COPY ratews.

      * Control-trailer fields -- see CTLWS.
       COPY ctlws.
       01 restamp-eof-flag      pic x.
           88 restamp-eof              value "Y".

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

       01 fixture-status        pic xx.
       01 fixture-eof-flag      pic x value "N".
           88 fixture-eof              value "Y".
       01 lite-proj-status      pic xx.
       01 proj-eof-flag         pic x value "N".
           88 proj-eof                 value "Y".
       01 fpgsked-status        pic xx.

      * LITEFIX, read whole and written back whole.
       01 fixture-count         pic 9(3) value zero.
       01 fixture-idx           pic 9(3).
       01 fixture-pick          pic 9(3).
       01 fixture-changed-flag  pic x value "N".
           88 fixtures-changed         value "Y".
       01 fixture-table.
           05 fixture-entry occurs 200 times.
               10 fx-code        pic x(8).
               10 fx-desc        pic x(24).
               10 fx-watts       pic 9(4)v9.
               10 fx-cost        pic 9(5)v99.
       01 probe-code            pic x(8).

      * LITEPROJ lines kept for every other project while this one
      * is re-priced.
       01 keep-count            pic 9(3) value zero.
       01 keep-idx              pic 9(3).
       01 keep-table.
           05 keep-entry occurs 500 times pic x(100).

      * The project being priced, one entry per area.
       01 proj-tag              pic x(10).
       01 plant-in              pic x(4).
       01 line-count            pic 99 value zero.
       01 line-idx              pic 99.
       01 line-table.
           05 line-entry occurs 50 times.
               10 ln-area        pic x(16).
               10 ln-exist-code  pic x(8).
               10 ln-exist-qty   pic 9(5).
               10 ln-new-code    pic x(8).
               10 ln-new-qty     pic 9(5).
               10 ln-hours       pic 9(4).
               10 ln-hours-src   pic x.
               10 ln-kw          pic s9(5)v99.
               10 ln-kwh         pic s9(8).
               10 ln-energy-dol  pic s9(7)v99.
               10 ln-demand-dol  pic s9(7)v99.
               10 ln-cost        pic 9(8)v99.
       01 more-lines-flag       pic x.
           88 more-lines               value "Y".

      * One area's entry.
       01 area-in               pic x(16).
       01 exist-pick            pic 9(3).
       01 new-pick              pic 9(3).
       01 exist-qty             pic 9(5).
       01 new-qty               pic 9(5).
       01 hours-source          pic x.
       01 runhours-tag          pic x(10).
       01 burn-hours            pic 9(4).
       01 on-hour               pic 99.
       01 off-hour              pic 99.
       01 days-per-week         pic 9 value 5.
       01 clock-hour            pic 99.
       01 lit-flag              pic x.
           88 lit-this-hour            value "Y".
       01 day-on-hours          pic 99.
       01 day-sh-hours          pic 99.
       01 day-off-hours         pic 99.
       01 day-lit-hours         pic 99.
       01 on-share              pic 9v9(6).
       01 sh-share              pic 9v9(6).
       01 off-share             pic 9v9(6).
       01 line-rate             pic 99v9(5).
       01 peak-flag             pic x.
           88 burns-on-peak            value "Y".

      * Rates -- the plant's tariff, or a flat rate and a keyed
      * demand charge when it has none on file.
       01 flat-rate             pic 99v9(5) value 0.10.
       01 demand-rate           pic 999v99.
       01 value-in              pic x(12).
       01 desc-in               pic x(24).

      * Project totals.
       01 total-kw              pic s9(6)v99.
       01 total-kwh             pic s9(9).
       01 total-energy-dol      pic s9(8)v99.
       01 total-demand-dol      pic s9(8)v99.
       01 total-dollars         pic s9(8)v99.
       01 line-dollars          pic s9(8)v99.
       01 total-cost            pic 9(9)v99.
       01 payback-years         pic 999v9.

      * Capital-study hand-off fields -- ECONCALC's.
       01 handoff-yes-no        pic x.
       01 handoff-rate-in       pic x(5).
       01 handoff-term-in       pic x(4).
       01 handoff-rate          pic 99v99.
       01 handoff-term          pic 99.
       01 handoff-cashflow      pic s9(9)v99.
       01 handoff-cash-sked     pic 9(6).9 usage display.
       01 handoff-rate-sked     pic z9.99 usage display.
       01 handoff-term-sked     pic 99 usage display.
       01 handoff-invest-sked   pic 9(6).9 usage display.

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 entry-in              pic x(12).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 yn-in                 pic x.

      * Displayed-fields.
       01 watts-out             pic z,zz9.9.
       01 watts-text            pic 9(4).9.
       01 cost-out              pic $$$,$$9.99.
       01 cost-text             pic 9(5).99.
       01 qty-out               pic zz,zz9.
       01 qty-text              pic 9(5).
       01 hours-out             pic z,zz9.
       01 hours-text            pic 9(5).
       01 kw-out                pic zzz,zz9.99-.
       01 kw-text               pic -9(4).99.
       01 kwh-out               pic zzz,zzz,zz9-.
       01 kwh-text              pic -9(9).
       01 line-dol-text         pic -9(6).99.
       01 dollars-out           pic $$$,$$$,$$9.99-.
       01 dollars-text          pic 9(7).99.
       01 rate-out              pic 9.99999.
       01 demand-out            pic $$$9.99.
       01 years-out             pic zz9.9.
       01 count-out             pic z9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** LIGHTING RETROFIT CALCULATOR BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 108-load-fixtures thru 108-load-exit
           perform 114-load-run-hours
           perform 120-menu-select-and-dispatch until menu-done
           if fixtures-changed
              perform 180-save-fixtures thru 180-save-exit
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** LIGHTING RETROFIT CALCULATOR ENDS *****"
           display spaces

           move "LITECALC" to audit-trail-pgm
           move "Lighting calculator session completed."
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

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

       108-load-fixtures.
           move zero to fixture-count
           open input fixture-file
           if fixture-status NOT EQUAL TO "00"
              go to 108-load-exit
           end-if
           move "N" to fixture-eof-flag
           perform 109-read-fixture-record
           perform 109a-store-fixture-record until fixture-eof
           close fixture-file.
       108-load-exit.
           exit.

       109-read-fixture-record.
           read fixture-file
              at end move "Y" to fixture-eof-flag
           end-read.

       109a-store-fixture-record.
           if lf-code NOT EQUAL TO spaces and fixture-count < 200
              add 1 to fixture-count
              move fixture-count to fixture-idx
              move function upper-case(lf-code) to fx-code(fixture-idx)
              move lf-desc to fx-desc(fixture-idx)
              move function lower-case(lf-watts-in) to lf-watts-in
              compute fx-watts(fixture-idx) =
                      function numval(lf-watts-in)
              move zero to fx-cost(fixture-idx)
              if lf-cost-in NOT EQUAL TO spaces
                 move function lower-case(lf-cost-in) to lf-cost-in
                 compute fx-cost(fixture-idx) =
                         function numval(lf-cost-in)
              end-if
           end-if
           perform 109-read-fixture-record.

      * PROBE-CODE in, FIXTURE-PICK out (zero when not in the
      * library).
       110-find-fixture.
           move zero to fixture-pick
           perform 110a-test-one-fixture
                   varying fixture-idx from 1 by 1
                   until fixture-idx > fixture-count.

       110a-test-one-fixture.
           if fx-code(fixture-idx) EQUAL TO probe-code
              move fixture-idx to fixture-pick
           end-if.

      * Run-hours history -- see RUNHRSEL/RUNHRFD/RUNHRWS/RUNHRRD.
       COPY runhrrd REPLACING ==RH-LOAD-PARA== BY
            ==114-load-run-hours==
            ==RH-READ-PARA== BY ==114a-read-run-hours==
            ==RH-STORE-PARA== BY ==114b-store-run-hours==
            ==RH-TTM-PARA== BY ==115-ttm-for-tag==
            ==RH-SCAN-PARA== BY ==115a-scan-latest==
            ==RH-BASE-PARA== BY ==115b-scan-base==.

      * Shared tariff lookup -- see RATESEL/RATEFD/RATEWS/RATERD.
       COPY raterd REPLACING ==RT-FIND-PARA== BY
            ==116-find-plant-tariff==
            ==RT-FIND-EXIT== BY ==116-find-exit==
            ==RT-READ-PARA== BY ==116a-read-rate-record==
            ==RT-TEST-PARA== BY ==116b-test-rate-record==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Price a lighting retrofit project"
           display " 2 --- List the fixture library"
           display " 3 --- Add or change a library fixture"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-price-project thru 200-price-exit
              when "2" perform 500-list-fixtures
              when "3" perform 520-change-fixture thru 520-change-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 3."
           end-evaluate.

      * A project: its tag and plant, the tariff, the areas, then
      * the totals, the report, and the postings.
       200-price-project.
           if fixture-count EQUAL TO zero
              display "The LITEFIX library is empty -- add fixtures"
                      " first."
              go to 200-price-exit
           end-if
           display spaces
           display "Project tag: " with no advancing
           accept proj-tag
           move function upper-case(proj-tag) to proj-tag
           if proj-tag EQUAL TO spaces
              display "No project tag entered."
              go to 200-price-exit
           end-if
           display "Plant code (blank for your stored preference): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-in EQUAL TO spaces
              display "No plant entered."
              go to 200-price-exit
           end-if

           perform 210-tariff-entry

           move zero to line-count
           move "Y" to more-lines-flag
           perform 220-area-entry thru 220-area-exit
                   until NOT more-lines
           if line-count EQUAL TO zero
              display "No areas entered."
              go to 200-price-exit
           end-if

           perform 260-total-project
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           perform 270-report-project
           perform 280-save-project thru 280-save-exit
           perform 285-post-project
           perform 290-offer-fpgcomp-handoff thru 290-handoff-exit.
       200-price-exit.
           exit.

      * The plant's filed tariff, or the stored (else flat) rate for
      * every hour with a demand charge keyed.
       210-tariff-entry.
           move plant-in to rt-probe-plant
           move todays-date-stamp(1:8) to rt-as-of-date
           perform 116-find-plant-tariff thru 116-find-exit
           if rt-rate-found
              move rt-demand-rate to demand-rate
              move rt-blended-rate to rate-out
              move demand-rate to demand-out
              display "RATESCHED tariff of " rt-best-date
                      ": blended $" rate-out "/kWh, demand "
                      demand-out "/kW-month."
           else
              if pref-loaded EQUAL TO "Y" and pref-rate NOT EQUAL TO
                 spaces
                 move function lower-case(pref-rate) to value-in
                 compute flat-rate = function numval(value-in)
              end-if
              move flat-rate to rate-out
              display "No RATESCHED tariff for " plant-in
                      " -- pricing every hour at $" rate-out "/kWh."
              display "Demand charge $ per kW-month (blank for none): "
                      with no advancing
              accept entry-in
              move zero to demand-rate
              if entry-in NOT EQUAL TO spaces
                 move function lower-case(entry-in) to entry-in
                 compute entry-value = function numval(entry-in)
                 if entry-value > zero and entry-value < 1000
                    move entry-value to demand-rate
                 end-if
              end-if
           end-if.

      * One area.  A blank area name ends the project.
       220-area-entry.
           display spaces
           display "Area (blank when the project is complete): "
                   with no advancing
           accept area-in
           if area-in EQUAL TO spaces
              move "N" to more-lines-flag
              go to 220-area-exit
           end-if
           if line-count NOT LESS THAN 50
              display "A project holds 50 areas."
              move "N" to more-lines-flag
              go to 220-area-exit
           end-if

           display "Existing fixture code: " with no advancing
           accept probe-code
           move function upper-case(probe-code) to probe-code
           perform 110-find-fixture
           if fixture-pick EQUAL TO zero
              display "Fixture " probe-code " is not in LITEFIX."
              go to 220-area-exit
           end-if
           move fixture-pick to exist-pick
           display "Existing fixture count: " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "Not a fixture count."
              go to 220-area-exit
           end-if
           move entry-value to exist-qty

           display "Replacement fixture code: " with no advancing
           accept probe-code
           move function upper-case(probe-code) to probe-code
           perform 110-find-fixture
           if fixture-pick EQUAL TO zero
              display "Fixture " probe-code " is not in LITEFIX."
              go to 220-area-exit
           end-if
           move fixture-pick to new-pick
           move exist-qty to qty-out
           display "Replacement count (blank for " qty-out "): "
                   with no advancing
           accept entry-in
           move exist-qty to new-qty
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value NOT GREATER THAN 99999
                 move entry-value to new-qty
              end-if
           end-if

           perform 230-burn-hours-entry thru 230-hours-exit
           if burn-hours EQUAL TO zero
              display "No burn hours -- area not added."
              go to 220-area-exit
           end-if

           add 1 to line-count
           move line-count to line-idx
           move area-in to ln-area(line-idx)
           move fx-code(exist-pick) to ln-exist-code(line-idx)
           move exist-qty to ln-exist-qty(line-idx)
           move fx-code(new-pick) to ln-new-code(line-idx)
           move new-qty to ln-new-qty(line-idx)
           move burn-hours to ln-hours(line-idx)
           move hours-source to ln-hours-src(line-idx)
           perform 250-price-one-line
           move ln-kw(line-idx) to kw-out
           move ln-kwh(line-idx) to kwh-out
           display area-in ": " kw-out " kW, " kwh-out " kWh a year".
       220-area-exit.
           exit.

      * Burn hours from RUNHOURS (the period split by the tariff's
      * share of the clock) or from a schedule (the split as the
      * clock falls).  Zero BURN-HOURS on return means none.
       230-burn-hours-entry.
           move zero to burn-hours
           display "Burn hours from R)UNHOURS or an operating"
                   " S)chedule: " with no advancing
           accept hours-source
           move function upper-case(hours-source) to hours-source
           evaluate hours-source
              when "R"
                 display "RUNHOURS tag (blank for " proj-tag "): "
                         with no advancing
                 accept runhours-tag
                 move function upper-case(runhours-tag)
                      to runhours-tag
                 if runhours-tag EQUAL TO spaces
                    move proj-tag to runhours-tag
                 end-if
                 move runhours-tag to rh-probe-tag
                 perform 115-ttm-for-tag
                 if NOT rh-ttm-found
                    display "No usable RUNHOURS history for "
                            runhours-tag "."
                    go to 230-hours-exit
                 end-if
                 move rh-ttm-hours to burn-hours
                 move burn-hours to hours-out
                 display "RUNHOURS: " hours-out " hours a year."
                 perform 240-clock-share-split
                 display "Do these lights burn through the on-peak"
                         " hours? (Y/N, blank for Y): "
                         with no advancing
                 accept yn-in
                 move function upper-case(yn-in) to yn-in
                 if yn-in EQUAL TO "N"
                    move "N" to peak-flag
                 else
                    move "Y" to peak-flag
                 end-if
              when "S"
                 perform 235-schedule-entry thru 235-schedule-exit
              when other
                 display "Not a source."
           end-evaluate.
       230-hours-exit.
           exit.

       235-schedule-entry.
           display "Lights on at hour (0-23): " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-in EQUAL TO spaces or entry-value < zero or
              entry-value > 23
              display "Not an hour."
              go to 235-schedule-exit
           end-if
           move entry-value to on-hour
           display "Lights off at hour (1-24): " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value < 1 or entry-value > 24 or
              entry-value EQUAL TO on-hour
              display "Not an off hour."
              go to 235-schedule-exit
           end-if
           move entry-value to off-hour
           display "Days a week (1-7, blank for 5): "
                   with no advancing
           accept entry-in
           move 5 to days-per-week
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN 1 and
                 entry-value NOT GREATER THAN 7
                 move entry-value to days-per-week
              end-if
           end-if

           move zero to day-on-hours
           move zero to day-sh-hours
           move zero to day-off-hours
           perform 236-classify-one-hour
                   varying clock-hour from 0 by 1
                   until clock-hour > 23
           compute day-lit-hours =
                   day-on-hours + day-sh-hours + day-off-hours
           compute burn-hours = day-lit-hours * days-per-week * 52
           compute on-share rounded = day-on-hours / day-lit-hours
           compute sh-share rounded = day-sh-hours / day-lit-hours
           move 1 to off-share
           subtract on-share sh-share from off-share
           if day-on-hours > zero
              move "Y" to peak-flag
           else
              move "N" to peak-flag
           end-if
           move burn-hours to hours-out
           display "Schedule: " hours-out " hours a year.".
       235-schedule-exit.
           exit.

      * An hour is lit when it falls between on and off, running
      * past midnight when off comes before on.
       236-classify-one-hour.
           move "N" to lit-flag
           if off-hour > on-hour
              if clock-hour NOT LESS THAN on-hour and
                 clock-hour < off-hour
                 move "Y" to lit-flag
              end-if
           else
              if clock-hour NOT LESS THAN on-hour or
                 clock-hour < off-hour
                 move "Y" to lit-flag
              end-if
           end-if
           if lit-this-hour
              evaluate true
                 when NOT rt-rate-found
                    add 1 to day-off-hours
                 when clock-hour NOT LESS THAN rt-on-start and
                      clock-hour < rt-on-end
                    add 1 to day-on-hours
                 when clock-hour NOT LESS THAN rt-sh-start and
                      clock-hour < rt-sh-end
                    add 1 to day-sh-hours
                 when other
                    add 1 to day-off-hours
              end-evaluate
           end-if.

       240-clock-share-split.
           if rt-rate-found
              compute on-share rounded = rt-on-hours / 24
              compute sh-share rounded = rt-sh-hours / 24
              move 1 to off-share
              subtract on-share sh-share from off-share
           else
              move zero to on-share
              move zero to sh-share
              move 1 to off-share
           end-if.

      * kW saved is the watts taken out less the watts put in; the
      * kWh is priced at the period mix, and the kW earns twelve
      * months of demand charge when the lights burn on-peak.
       250-price-one-line.
           compute ln-kw(line-idx) rounded =
                   (exist-qty * fx-watts(exist-pick) -
                    new-qty * fx-watts(new-pick)) / 1000
           compute ln-kwh(line-idx) rounded =
                   ln-kw(line-idx) * burn-hours
           if rt-rate-found
              compute line-rate rounded =
                      on-share * rt-on-rate + sh-share * rt-sh-rate +
                      off-share * rt-off-rate
           else
              move flat-rate to line-rate
           end-if
           compute ln-energy-dol(line-idx) rounded =
                   ln-kwh(line-idx) * line-rate
           if burns-on-peak
              compute ln-demand-dol(line-idx) rounded =
                      ln-kw(line-idx) * demand-rate * 12
           else
              move zero to ln-demand-dol(line-idx)
           end-if
           compute ln-cost(line-idx) rounded =
                   new-qty * fx-cost(new-pick).

       260-total-project.
           if line-idx EQUAL TO 1
              move zero to total-kw
              move zero to total-kwh
              move zero to total-energy-dol
              move zero to total-demand-dol
              move zero to total-cost
           end-if
           add ln-kw(line-idx) to total-kw
           add ln-kwh(line-idx) to total-kwh
           add ln-energy-dol(line-idx) to total-energy-dol
           add ln-demand-dol(line-idx) to total-demand-dol
           add ln-cost(line-idx) to total-cost
           if line-idx EQUAL TO line-count
              compute total-dollars =
                      total-energy-dol + total-demand-dol
              move zero to payback-years
              if total-dollars > zero
                 compute payback-years rounded =
                         total-cost / total-dollars
                    on size error move 999.9 to payback-years
                 end-compute
              end-if
           end-if.

       270-report-project.
           display spaces
           display "Print the project to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "LIGHTING RETROFIT SAVINGS" to report-title
              move "LITEPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "PROJECT " proj-tag "  PLANT " plant-in
                  delimited by size into out-line
           perform 295-emit-line
           move spaces to out-line
           perform 295-emit-line
           move spaces to out-line
           move "AREA"           to out-line(1:4)
           move "EXISTING"       to out-line(18:8)
           move "REPLACEMENT"    to out-line(33:11)
           move "HOURS"          to out-line(49:5)
           move "KW SAVED"       to out-line(57:8)
           move "KWH SAVED"      to out-line(68:9)
           move "$ A YEAR"       to out-line(85:8)
           perform 295-emit-line
           perform 275-report-one-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           move spaces to out-line
           perform 295-emit-line

           move total-kw to kw-out
           move spaces to out-line
           string "kW saved                " kw-out
                  delimited by size into out-line
           perform 295-emit-line
           move total-kwh to kwh-out
           move spaces to out-line
           string "kWh saved a year        " kwh-out
                  delimited by size into out-line
           perform 295-emit-line
           move total-energy-dol to dollars-out
           move spaces to out-line
           string "Energy saved a year " dollars-out
                  delimited by size into out-line
           perform 295-emit-line
           move total-demand-dol to dollars-out
           move demand-rate to demand-out
           move spaces to out-line
           string "Demand saved a year " dollars-out "  at "
                  demand-out "/kW-month"
                  delimited by size into out-line
           perform 295-emit-line
           move total-dollars to dollars-out
           move spaces to out-line
           string "Total saved a year  " dollars-out
                  delimited by size into out-line
           perform 295-emit-line
           move total-cost to dollars-out
           move spaces to out-line
           string "Installed cost      " dollars-out
                  delimited by size into out-line
           perform 295-emit-line
           move spaces to out-line
           if total-dollars > zero
              move payback-years to years-out
              string "Simple payback             " years-out " years"
                     delimited by size into out-line
           else
              move "The project saves nothing at these rates."
                   to out-line
           end-if
           perform 295-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Project written to LITEPRINT."
           end-if.

       275-report-one-line.
           move spaces to out-line
           move ln-area(line-idx) to out-line(1:16)
           move ln-exist-qty(line-idx) to qty-out
           move qty-out to out-line(18:6)
           move ln-exist-code(line-idx) to out-line(25:8)
           move ln-new-qty(line-idx) to qty-out
           move qty-out to out-line(34:6)
           move ln-new-code(line-idx) to out-line(41:8)
           move ln-hours(line-idx) to hours-out
           move hours-out to out-line(49:5)
           move ln-hours-src(line-idx) to out-line(54:1)
           move ln-kw(line-idx) to kw-out
           move kw-out to out-line(55:11)
           move ln-kwh(line-idx) to kwh-out
           move kwh-out to out-line(66:12)
           compute line-dollars =
                   ln-energy-dol(line-idx) + ln-demand-dol(line-idx)
           move line-dollars to dollars-out
           move dollars-out to out-line(79:15)
           perform 295-emit-line.

      * The project's lines replace whatever LITEPROJ held for the
      * tag; every other project's lines are kept as they were.
       280-save-project.
           move zero to keep-count
           open input lite-proj-file
           if lite-proj-status EQUAL TO "00"
              move "N" to proj-eof-flag
              perform 281-read-proj-record
              perform 282-keep-proj-record until proj-eof
              close lite-proj-file
           end-if
           open output lite-proj-file
           if lite-proj-status NOT EQUAL TO "00"
              display "Unable to open LITEPROJ for output -- project"
                      " lines not saved."
              go to 280-save-exit
           end-if
           perform 283-write-kept-record
                   varying keep-idx from 1 by 1
                   until keep-idx > keep-count
           perform 284-write-project-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           close lite-proj-file.
       280-save-exit.
           exit.

       281-read-proj-record.
           read lite-proj-file
              at end move "Y" to proj-eof-flag
           end-read.

       282-keep-proj-record.
           if lp-tag NOT EQUAL TO proj-tag and keep-count < 500
              add 1 to keep-count
              move lite-proj-record to keep-entry(keep-count)
           end-if
           perform 281-read-proj-record.

       283-write-kept-record.
           move keep-entry(keep-idx) to lite-proj-record
           write lite-proj-record.

       284-write-project-line.
           move spaces to lite-proj-record
           move proj-tag to lp-tag
           move plant-in to lp-plant
           move ln-area(line-idx) to lp-area
           move ln-exist-code(line-idx) to lp-exist-code
           move ln-exist-qty(line-idx) to qty-text
           move qty-text to lp-exist-qty-in
           move ln-new-code(line-idx) to lp-new-code
           move ln-new-qty(line-idx) to qty-text
           move qty-text to lp-new-qty-in
           move ln-hours(line-idx) to hours-text
           move hours-text to lp-hours-in
           move ln-hours-src(line-idx) to lp-hours-src
           move ln-kw(line-idx) to kw-text
           move kw-text to lp-kw-in
           move ln-kwh(line-idx) to kwh-text
           move kwh-text to lp-kwh-in
           compute line-dol-text =
                   ln-energy-dol(line-idx) + ln-demand-dol(line-idx)
           move line-dol-text to lp-dollars-in
           move todays-date to lp-date
           write lite-proj-record.

       285-post-project.
           move "LITECALC" to audit-trail-pgm
           move proj-tag to rr-tag-ws
           move spaces to rr-inputs-ws
           move total-kw to kw-out
           move total-kwh to kwh-out
           string "KW=" kw-out " KWH=" kwh-out
                  delimited by size into rr-inputs-ws
           move spaces to rr-result-ws
           if total-dollars > zero
              move total-dollars to dollars-text
           else
              move zero to dollars-text
           end-if
           string "SAV$=" dollars-text
                  delimited by size into rr-result-ws
           perform 168-write-results-repo

           move spaces to audit-trail-detail
           string "TAG=" proj-tag " PLANT=" plant-in
                  " Lighting retrofit priced."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.

      * Capital-study hand-off -- the ECONCALC arrangement: the
      * annual dollars saved go to FPGCOMPSKED as a type-A (level
      * annual cash flow) alternative named from the project tag,
      * with the replacement fixtures installed as its first cost,
      * and rate and term prompted here.
       290-offer-fpgcomp-handoff.
           move total-dollars to handoff-cashflow
           if handoff-cashflow NOT GREATER THAN zero
              go to 290-handoff-exit
           end-if

      * The schedule cash-flow and first-cost columns are 8
      * characters (999999.9 at most) -- refuse to truncate.
           if handoff-cashflow > 999999.9
              display "Annual saving exceeds the schedule layout --"
              display "enter the alternative in FPGCOMP directly."
              go to 290-handoff-exit
           end-if

           display spaces
           display "Write this retrofit to the FPGCOMP capital"
           display "schedule (FPGCOMPSKED)? (Y/N): " with no advancing
           accept handoff-yes-no
           move function upper-case(handoff-yes-no) to handoff-yes-no
           if handoff-yes-no NOT EQUAL TO "Y"
              go to 290-handoff-exit
           end-if

           perform 291-handoff-rate-entry
           perform 292-handoff-term-entry

           move spaces to fpgcomp-sked-record
           move proj-tag         to fpgsked-name
           move "A"              to fpgsked-type
           move handoff-cashflow to handoff-cash-sked
           move handoff-cash-sked to fpgsked-cashflow
           move handoff-rate     to handoff-rate-sked
           move handoff-rate-sked to fpgsked-interest
           move handoff-term     to handoff-term-sked
           move handoff-term-sked to fpgsked-term
           if total-cost > 999999.9
              display "First cost exceeds the schedule layout -- the"
              display "record goes out without it."
           else
              if total-cost > zero
                 move total-cost to handoff-invest-sked
                 move handoff-invest-sked to fpgsked-invest
              end-if
           end-if

           open extend fpgcomp-sked-file
           if fpgsked-status EQUAL TO "05" OR
              fpgsked-status EQUAL TO "35"
              open output fpgcomp-sked-file
           end-if
           if fpgsked-status NOT EQUAL TO "00"
              display "Unable to open FPGCOMPSKED schedule file."
              go to 290-handoff-exit
           end-if
           write fpgcomp-sked-record
           close fpgcomp-sked-file
           perform 930-restamp-fpgsked-trailer thru
                 930-restamp-exit

           display "Schedule record written to FPGCOMPSKED for "
                   proj-tag "."

           move "LITECALC" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "TAG=" proj-tag " FPGCOMP schedule rec written."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       290-handoff-exit.
           exit.

       291-handoff-rate-entry.
           display "Hurdle rate % for the capital study: "
                   with no advancing
           accept handoff-rate-in
           move function lower-case(handoff-rate-in) to handoff-rate-in

           if handoff-rate-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute handoff-rate = function numval(handoff-rate-in)
           end-if

           if handoff-rate IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if handoff-rate > 26
              display "Interest must be <= 26%"
              go to 291-handoff-rate-entry
           end-if.

       292-handoff-term-entry.
           display "Term in years for the capital study: "
                   with no advancing
           accept handoff-term-in
           move function lower-case(handoff-term-in) to handoff-term-in

           if handoff-term-in IS EQUAL TO "zero"
            then go to 999-end-program
           end-if
           compute handoff-term = function numval(handoff-term-in)

           if handoff-term IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if handoff-term > 30
              display "Term must be <= 30 years."
              go to 292-handoff-term-entry
           end-if.

       295-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

       500-list-fixtures.
           display spaces
           if fixture-count EQUAL TO zero
              display "The LITEFIX library is empty."
           else
              display "CODE     DESCRIPTION               WATTS"
                      "   INSTALLED"
              perform 510-list-one-fixture
                      varying fixture-idx from 1 by 1
                      until fixture-idx > fixture-count
           end-if.

       510-list-one-fixture.
           move fx-watts(fixture-idx) to watts-out
           move fx-cost(fixture-idx) to cost-out
           display fx-code(fixture-idx) " " fx-desc(fixture-idx) " "
                   watts-out " " cost-out.

       520-change-fixture.
           display spaces
           display "Fixture code: " with no advancing
           accept probe-code
           move function upper-case(probe-code) to probe-code
           if probe-code EQUAL TO spaces
              go to 520-change-exit
           end-if
           perform 110-find-fixture
           if fixture-pick EQUAL TO zero
              if fixture-count NOT LESS THAN 200
                 display "The fixture library is full."
                 go to 520-change-exit
              end-if
              add 1 to fixture-count
              move fixture-count to fixture-pick
              move probe-code to fx-code(fixture-pick)
              move spaces to fx-desc(fixture-pick)
              move zero to fx-watts(fixture-pick)
              move zero to fx-cost(fixture-pick)
              display "New fixture."
           end-if

           display "Description (blank to keep "
                   fx-desc(fixture-pick) "): " with no advancing
           accept desc-in
           if desc-in NOT EQUAL TO spaces
              move desc-in to fx-desc(fixture-pick)
           end-if
           move fx-watts(fixture-pick) to watts-out
           display "Input watts with ballast or driver (blank to keep "
                   watts-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 10000
                 move entry-value to fx-watts(fixture-pick)
              end-if
           end-if
           move fx-cost(fixture-pick) to cost-out
           display "Installed cost each (blank to keep " cost-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 100000
                 move entry-value to fx-cost(fixture-pick)
              end-if
           end-if
           move "Y" to fixture-changed-flag
           display "Fixture " probe-code " saved."

           move "LITECALC" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "FIXTURE=" probe-code " Library entry changed."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       520-change-exit.
           exit.

       180-save-fixtures.
           open output fixture-file
           if fixture-status NOT EQUAL TO "00"
              display "Unable to open LITEFIX for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-fixture
                   varying fixture-idx from 1 by 1
                   until fixture-idx > fixture-count
           close fixture-file.
       180-save-exit.
           exit.

       181-write-one-fixture.
           move spaces to fixture-record
           move fx-code(fixture-idx) to lf-code
           move fx-desc(fixture-idx) to lf-desc
           move fx-watts(fixture-idx) to watts-text
           move watts-text to lf-watts-in
           move fx-cost(fixture-idx) to cost-text
           move cost-text to lf-cost-in
           write fixture-record.

      * FPGCOMPSKED's control trailer, recounted and rehashed after
      * the append -- see CTLWR.
       930-restamp-fpgsked-trailer.
           move "LITECALC" to audit-trail-pgm
           move zero to ctl-rec-count
           move zero to ctl-hash-total
           open input fpgcomp-sked-file
           if fpgsked-status NOT EQUAL TO "00"
              display "Unable to re-read FPGCOMPSKED for its"
                      " control trailer -- not restamped."
              go to 930-restamp-exit
           end-if
           move "N" to restamp-eof-flag
           perform 936-read-next-fpgsked
           perform 935-fold-fpgsked-record until restamp-eof
           close fpgcomp-sked-file
           move "FPGCOMPSKED" to ctl-file-name
           perform 910-write-one-trailer.
       930-restamp-exit.
           exit.

       935-fold-fpgsked-record.
           add 1 to ctl-rec-count
           move spaces to ctl-hash-record
           move fpgcomp-sked-record to ctl-hash-record
           perform 920-fold-hash-record
           perform 936-read-next-fpgsked.

       936-read-next-fpgsked.
           read fpgcomp-sked-file
              at end move "Y" to restamp-eof-flag
           end-read.

      * Control-trailer write and hash fold -- see CTLWR.
       COPY ctlwr REPLACING ==CT-PARA== BY
            ==910-write-one-trailer==
            ==CT-READ-PARA== BY ==911-read-trailer-record==
            ==CT-HOLD-PARA== BY ==912-hold-trailer-record==
            ==CT-REPLACE-PARA== BY ==913-replace-trailer-entry==
            ==CT-WRITE-PARA== BY ==914-write-trailer-entry==
            ==CT-BUILD-PARA== BY ==915-build-trailer-record==
            ==CT-HASH-PARA== BY ==920-fold-hash-record==
            ==CT-FOLD-PARA== BY ==921-fold-one-char==.
