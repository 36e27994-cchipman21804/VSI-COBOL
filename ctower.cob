      *****************************************************************
      * COOLING-TOWER WATER BALANCE AND TREATMENT COST                *
      *                                                               *
      * The chiller plants' towers are the biggest water users in the *
      * shop.  This program takes a tower's load in tons (keyed, or   *
      * the CHWLOG average of its plant's chillers over the last 30   *
      * days), its range, and the conductivity of its makeup and      *
      * blowdown, and works the water balance: circulation at 15,000  *
      * BTU an hour rejected per ton, evaporation at 0.085 percent of *
      * circulation per degree of range, cycles of concentration as   *
      * blowdown over makeup conductivity, blowdown (drift included)  *
      * as evaporation over cycles less one, and makeup as the two    *
      * together.  A year of it is priced for water, sewer, and       *
      * treatment chemicals, and against a target cycles figure to    *
      * show what tighter blowdown control is worth.  Every reading   *
      * is logged to TWRLOG by tower tag, and the trend flags a tower *
      * whose cycles are falling before the water bill does.          *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   ctower.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Cooling-tower reading log -- see TWRSEL/TWRFD.
           COPY twrsel.

           select chw-log-file assign to "CHWLOG"
                  organization is line sequential
                  file status is chw-status.

           select schedule-file assign to "AFFSKED"
                  organization is line sequential
                  file status is schedule-status.

           select report-file assign to "TWRPRINT"
                  organization is line sequential
                  file status is report-status.

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
       COPY twrfd.

       fd  chw-log-file
           record contains 100 characters.
       01 chw-log-record        pic x(100).

       fd  schedule-file
           record contains 40 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 filler             pic x(24).
           05 sked-plant-in      pic x(4).
           05 filler             pic x(2).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

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

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

       01 tower-log-status      pic xx.
       01 tower-eof-flag        pic x value "N".
           88 tower-eof                value "Y".
       01 chw-status            pic xx.
       01 chw-eof-flag          pic x value "N".
           88 chw-eof                  value "Y".

      * CHW-LINE overlays the fixed columns CHILLKWT's reading
      * writer strings together.
       01 chw-line              pic x(100).
       01 chw-line-parsed redefines chw-line.
           05 cl-date           pic x(8).
           05 filler            pic x(17).
           05 cl-tag            pic x(10).
           05 filler            pic x(7).
           05 cl-tons           pic x(6).
           05 filler            pic x(5).
           05 cl-kw             pic x(6).
           05 filler            pic x(8).
           05 cl-kwton          pic x(5).
           05 filler            pic x(28).

      * Tag-to-plant map off the AFFSKED plant column.
       01 schedule-status       pic xx.
       01 sked-eof-flag         pic x value "N".
           88 sked-eof                 value "Y".
       01 plant-map-count       pic 9(3) value zero.
       01 plant-map-idx         pic 9(3).
       01 plant-map-table.
           05 plant-map-entry occurs 200 times.
               10 pmap-tag       pic x(10).
               10 pmap-plant     pic x(4).
       01 probe-tag             pic x(10).
       01 plant-for-tag         pic x(4).

      * Each chiller's CHWLOG load over the look-back window; the
      * tower carries their averages added together.
       01 chw-cutoff-date       pic 9(8).
       01 chw-lookback-days     pic 999 value 30.
       01 chiller-count         pic 99 value zero.
       01 chiller-idx           pic 99.
       01 chiller-pick          pic 99.
       01 chiller-table.
           05 chiller-entry occurs 20 times.
               10 ch-tag         pic x(10).
               10 ch-tons-sum    pic 9(7)v9.
               10 ch-reading-cnt pic 9(5).
       01 reading-tons          pic 9(5)v9.
       01 chw-tons              pic 9(6)v9.

      * One reading.
       01 tower-tag             pic x(10).
       01 plant-in              pic x(4).
       01 tower-tons            pic 9(5)v9.
       01 tower-range           pic 99v9.
       01 mu-cond               pic 9(5).
       01 bd-cond               pic 9(5).
       01 cycles                pic 99v99.
       01 target-cycles         pic 99v99 value 6.00.
       01 annual-hours          pic 9(4) value 3000.
       01 circ-gpm              pic 9(7)v9.
       01 evap-gpm              pic 9(5)v99.
       01 blow-gpm              pic 9(5)v99.
       01 makeup-gpm            pic 9(5)v99.
       01 evap-factor           pic 9v9(5) value 0.00085.
       01 evap-credit           pic x value "N".
           88 sewer-on-blowdown        value "Y".
       01 water-rate            pic 999v99 value 6.00.
       01 sewer-rate            pic 999v99 value 7.00.
       01 chem-rate             pic 999v99 value 4.00.
       01 evap-kgal             pic 9(7)v9.
       01 makeup-kgal           pic 9(7)v9.
       01 blow-kgal             pic 9(7)v9.
       01 water-dollars         pic 9(8)v99.
       01 sewer-dollars         pic 9(8)v99.
       01 chem-dollars          pic 9(8)v99.
       01 annual-dollars        pic 9(8)v99.
       01 tgt-blow-gpm          pic 9(5)v99.
       01 tgt-makeup-gpm        pic 9(5)v99.
       01 tgt-makeup-kgal       pic 9(7)v9.
       01 tgt-blow-kgal         pic 9(7)v9.
       01 current-dollars       pic 9(8)v99.
       01 savings-dollars       pic s9(8)v99.
       01 water-saved-kgal      pic s9(7)v9.

      * Trend table: the tower's readings in date order.
       01 trend-count           pic 9(3) value zero.
       01 trend-idx             pic 9(3).
       01 trend-jdx             pic 9(3).
       01 trend-table.
           05 trend-entry occurs 200 times.
               10 tn-date        pic x(8).
               10 tn-tons        pic 9(5)v9.
               10 tn-cycles      pic 99v99.
               10 tn-blow        pic 9(5)v99.
               10 tn-makeup      pic 9(5)v99.
               10 tn-annual      pic 9(8)v99.
       01 trend-swap            pic x(42).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 prior-cycles          pic 99v99.
       01 cycles-change         pic s99v99.
       01 drop-run              pic 9(3).
       01 drop-count            pic 9(3).
       01 cycles-sum            pic 9(5)v99.
       01 early-average         pic 99v99.
       01 falling-flag          pic x.
           88 cycles-falling           value "Y".

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 entry-in              pic x(12).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 yn-in                 pic x.

      * Displayed-fields.
       01 tons-out              pic zz,zz9.9.
       01 tons-text             pic 9(5).9.
       01 range-out             pic z9.9.
       01 range-text            pic 99.9.
       01 cond-out              pic zz,zz9.
       01 cond-text             pic 9(5).
       01 cycles-out            pic z9.99.
       01 cycles-text           pic 99.99.
       01 change-out            pic +9.99.
       01 gpm-out               pic zzz,zz9.99.
       01 gpm-text              pic 9(5).9.
       01 kgal-out              pic z,zzz,zz9.9.
       01 signed-kgal-out       pic -,---,--9.9.
       01 dollars-out           pic $$$,$$$,$$9.99.
       01 signed-dollars-out    pic $$,$$$,$$9.99-.
       01 dollars-text          pic 9(7).99.
       01 rate-out              pic $$9.99.
       01 hours-out             pic z,zz9.
       01 count-out             pic zz9.
       01 drop-out              pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** COOLING-TOWER WATER BALANCE BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-plant-map thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** COOLING-TOWER WATER BALANCE ENDS *****"
           display spaces

           move "CTOWER" to audit-trail-pgm
           move "Cooling-tower session completed."
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

      * The AFFSKED plant column places the tower, and finds the
      * chillers whose load it carries.
       110-load-plant-map.
           move zero to plant-map-count
           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to sked-eof-flag
           perform 110a-read-schedule-record
           perform 110b-store-schedule-record until sked-eof
           close schedule-file.
       110-load-exit.
           exit.

       110a-read-schedule-record.
           read schedule-file
              at end move "Y" to sked-eof-flag
           end-read.

       110b-store-schedule-record.
           if sked-tag NOT EQUAL TO spaces and plant-map-count < 200
              add 1 to plant-map-count
              move plant-map-count to plant-map-idx
              move sked-tag to pmap-tag(plant-map-idx)
              move function upper-case(sked-plant-in)
                   to pmap-plant(plant-map-idx)
           end-if
           perform 110a-read-schedule-record.

       111-plant-for-tag.
           move spaces to plant-for-tag
           perform 111a-test-plant-map
                   varying plant-map-idx from 1 by 1
                   until plant-map-idx > plant-map-count.

       111a-test-plant-map.
           if pmap-tag(plant-map-idx) EQUAL TO probe-tag
              move pmap-plant(plant-map-idx) to plant-for-tag
           end-if.

      * The tower tag and its plant -- off AFFSKED when the tower is
      * scheduled there, otherwise keyed (the stored preference by
      * default).  Blank PLANT-IN on return means none was given.
       115-tower-data-entry.
           move spaces to plant-in
           display "Tower tag: " with no advancing
           accept tower-tag
           move function upper-case(tower-tag) to tower-tag
           if tower-tag EQUAL TO spaces
              display "No tower tag entered."
              go to 115-tower-exit
           end-if
           move tower-tag to probe-tag
           perform 111-plant-for-tag
           if plant-for-tag NOT EQUAL TO spaces
              move plant-for-tag to plant-in
              display "Plant " plant-in " (AFFSKED)."
              go to 115-tower-exit
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
           end-if.
       115-tower-exit.
           exit.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Log and price a tower reading"
           display " 2 --- Cycles-of-concentration trend for a tower"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-tower-reading thru 200-reading-exit
              when "2" perform 400-trend-report thru 400-trend-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 2."
           end-evaluate.

      * The average load of the plant's chillers over the look-back
      * window -- each chiller's mean CHWLOG tons, added together.
       130-chw-plant-load.
           move zero to chw-tons
           move zero to chiller-count
           compute chw-cutoff-date = function date-of-integer(
                   function integer-of-date(todays-date) -
                   chw-lookback-days)
           open input chw-log-file
           if chw-status NOT EQUAL TO "00"
              go to 130-load-exit
           end-if
           move "N" to chw-eof-flag
           perform 131-read-chw-record
           perform 132-store-chw-record until chw-eof
           close chw-log-file
           perform 133-add-one-chiller
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count.
       130-load-exit.
           exit.

       131-read-chw-record.
           read chw-log-file into chw-line
              at end move "Y" to chw-eof-flag
           end-read.

       132-store-chw-record.
           move cl-tag to probe-tag
           perform 111-plant-for-tag
           if plant-for-tag EQUAL TO plant-in and
              cl-date NOT LESS THAN chw-cutoff-date
              move zero to chiller-pick
              perform 132a-test-one-chiller
                      varying chiller-idx from 1 by 1
                      until chiller-idx > chiller-count
              if chiller-pick EQUAL TO zero and chiller-count < 20
                 add 1 to chiller-count
                 move chiller-count to chiller-pick
                 move cl-tag to ch-tag(chiller-pick)
                 move zero to ch-tons-sum(chiller-pick)
                 move zero to ch-reading-cnt(chiller-pick)
              end-if
              if chiller-pick > zero
                 move function lower-case(cl-tons) to cl-tons
                 compute reading-tons = function numval(cl-tons)
                 add reading-tons to ch-tons-sum(chiller-pick)
                 add 1 to ch-reading-cnt(chiller-pick)
              end-if
           end-if
           perform 131-read-chw-record.

       132a-test-one-chiller.
           if ch-tag(chiller-idx) EQUAL TO cl-tag
              move chiller-idx to chiller-pick
           end-if.

       133-add-one-chiller.
           compute chw-tons rounded = chw-tons +
                   ch-tons-sum(chiller-idx) /
                   ch-reading-cnt(chiller-idx).

      * One tower reading: load, range, conductivity, then a year of
      * it priced, and against the target cycles.
       200-tower-reading.
           display spaces
           perform 115-tower-data-entry thru 115-tower-exit
           if plant-in EQUAL TO spaces
              go to 200-reading-exit
           end-if

           perform 130-chw-plant-load thru 130-load-exit
           if chw-tons > zero
              move chw-tons to tons-out
              move chiller-count to count-out
              display "Tower load in tons (blank for " tons-out
                      ", the CHWLOG average of " count-out
                      " chillers): " with no advancing
           else
              display "Tower load in tons: " with no advancing
           end-if
           accept entry-in
           move chw-tons to tower-tons
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 100000
                 move entry-value to tower-tons
              else
                 move zero to tower-tons
              end-if
           end-if
           if tower-tons EQUAL TO zero
              display "The load must be more than 0 tons."
              go to 200-reading-exit
           end-if

           display "Range, hot water less cold water in deg F (blank"
                   " for 10): " with no advancing
           accept entry-in
           move 10.0 to tower-range
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN 1 and entry-value < 40
                 move entry-value to tower-range
              else
                 display "The range must be 1-39 deg F."
                 go to 200-reading-exit
              end-if
           end-if

           display "Makeup conductivity (microsiemens): "
                   with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "Not a conductivity reading."
              go to 200-reading-exit
           end-if
           move entry-value to mu-cond
           display "Blowdown conductivity (microsiemens): "
                   with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN mu-cond or
              entry-value > 99999
              display "Blowdown must read higher than makeup."
              go to 200-reading-exit
           end-if
           move entry-value to bd-cond

           perform 220-rate-data-entry
           perform 240-calculate-balance
           perform 260-report-reading
           perform 280-write-reading thru 280-write-exit.
       200-reading-exit.
           exit.

       220-rate-data-entry.
           move annual-hours to hours-out
           display "Tower operating hours a year (blank for "
                   hours-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value NOT GREATER THAN
                 8760
                 move entry-value to annual-hours
              end-if
           end-if
           move water-rate to rate-out
           display "Water $ per thousand gallons (blank for " rate-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 1000
                 move entry-value to water-rate
              end-if
           end-if
           move sewer-rate to rate-out
           display "Sewer $ per thousand gallons (blank for " rate-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 1000
                 move entry-value to sewer-rate
              end-if
           end-if
           display "Does the utility credit evaporation, billing sewer"
                   " on blowdown only? (Y/N): " with no advancing
           accept evap-credit
           move function upper-case(evap-credit) to evap-credit
           move chem-rate to rate-out
           display "Treatment chemicals $ per thousand gallons of"
                   " blowdown (blank for " rate-out "): "
                   with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 1000
                 move entry-value to chem-rate
              end-if
           end-if
           move target-cycles to cycles-out
           display "Target cycles of concentration (blank for "
                   cycles-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > 1 and entry-value < 100
                 move entry-value to target-cycles
              end-if
           end-if.

      * Chemicals are dosed to hold a concentration in the basin, so
      * what they cost goes out with the blowdown.
       240-calculate-balance.
           compute circ-gpm rounded = tower-tons * 30 / tower-range
           compute evap-gpm rounded =
                   circ-gpm * tower-range * evap-factor
           compute cycles rounded = bd-cond / mu-cond
              on size error move 99.99 to cycles
           end-compute
           if cycles NOT GREATER THAN 1
              move 1.01 to cycles
           end-if
           compute blow-gpm rounded = evap-gpm / (cycles - 1)
              on size error move 99999.99 to blow-gpm
           end-compute
           compute makeup-gpm = evap-gpm + blow-gpm
           compute evap-kgal rounded =
                   evap-gpm * 60 * annual-hours / 1000
           compute makeup-kgal rounded =
                   makeup-gpm * 60 * annual-hours / 1000
           compute blow-kgal rounded =
                   blow-gpm * 60 * annual-hours / 1000
           move makeup-kgal to tgt-makeup-kgal
           move blow-kgal to tgt-blow-kgal
           perform 245-price-water
           move annual-dollars to current-dollars

           compute tgt-blow-gpm rounded =
                   evap-gpm / (target-cycles - 1)
           compute tgt-makeup-gpm = evap-gpm + tgt-blow-gpm
           compute tgt-makeup-kgal rounded =
                   tgt-makeup-gpm * 60 * annual-hours / 1000
           compute tgt-blow-kgal rounded =
                   tgt-blow-gpm * 60 * annual-hours / 1000
           perform 245-price-water
           compute savings-dollars = current-dollars - annual-dollars
           compute water-saved-kgal = makeup-kgal - tgt-makeup-kgal

      * The reading itself is priced last, so the fields hold it.
           move makeup-kgal to tgt-makeup-kgal
           move blow-kgal to tgt-blow-kgal
           perform 245-price-water.

      * Prices TGT-MAKEUP-KGAL and TGT-BLOW-KGAL into the water,
      * sewer, and chemical dollars.
       245-price-water.
           compute water-dollars rounded = tgt-makeup-kgal * water-rate
           if sewer-on-blowdown
              compute sewer-dollars rounded =
                      tgt-blow-kgal * sewer-rate
           else
              compute sewer-dollars rounded =
                      tgt-makeup-kgal * sewer-rate
           end-if
           compute chem-dollars rounded = tgt-blow-kgal * chem-rate
           compute annual-dollars =
                   water-dollars + sewer-dollars + chem-dollars.

       260-report-reading.
           display spaces
           display "Print the water balance to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "COOLING-TOWER WATER BALANCE" to report-title
              move "TWRPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move tower-tons to tons-out
           move tower-range to range-out
           move spaces to out-line
           string "TOWER " tower-tag "  PLANT " plant-in "  LOAD "
                  tons-out " TONS  RANGE " range-out " F"
                  delimited by size into out-line
           perform 290-emit-line
           move mu-cond to cond-out
           move spaces to out-line
           string "Makeup conductivity     " cond-out " uS"
                  delimited by size into out-line
           perform 290-emit-line
           move bd-cond to cond-out
           move cycles to cycles-out
           move spaces to out-line
           string "Blowdown conductivity   " cond-out " uS   cycles "
                  cycles-out
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line
           move spaces to out-line
           move "GPM"            to out-line(28:3)
           move "KGAL A YEAR"    to out-line(40:11)
           perform 290-emit-line
           move circ-gpm to kgal-out
           move spaces to out-line
           string "Circulation          " kgal-out
                  delimited by size into out-line
           perform 290-emit-line
           move evap-gpm to gpm-out
           move evap-kgal to kgal-out
           move spaces to out-line
           string "Evaporation           " gpm-out "   " kgal-out
                  delimited by size into out-line
           perform 290-emit-line
           move blow-gpm to gpm-out
           move blow-kgal to kgal-out
           move spaces to out-line
           string "Blowdown and drift    " gpm-out "   " kgal-out
                  delimited by size into out-line
           perform 290-emit-line
           move makeup-gpm to gpm-out
           move makeup-kgal to kgal-out
           move spaces to out-line
           string "Makeup                " gpm-out "   " kgal-out
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line

           move annual-hours to hours-out
           move spaces to out-line
           string "A YEAR AT " hours-out " HOURS"
                  delimited by size into out-line
           perform 290-emit-line
           move water-dollars to dollars-out
           move water-rate to rate-out
           move spaces to out-line
           string "  Water               " dollars-out "  at "
                  rate-out "/kgal of makeup"
                  delimited by size into out-line
           perform 290-emit-line
           move sewer-dollars to dollars-out
           move sewer-rate to rate-out
           move spaces to out-line
           if sewer-on-blowdown
              string "  Sewer               " dollars-out "  at "
                     rate-out "/kgal of blowdown"
                     delimited by size into out-line
           else
              string "  Sewer               " dollars-out "  at "
                     rate-out "/kgal of makeup"
                     delimited by size into out-line
           end-if
           perform 290-emit-line
           move chem-dollars to dollars-out
           move chem-rate to rate-out
           move spaces to out-line
           string "  Treatment chemicals " dollars-out "  at "
                  rate-out "/kgal of blowdown"
                  delimited by size into out-line
           perform 290-emit-line
           move annual-dollars to dollars-out
           move spaces to out-line
           string "  Total a year        " dollars-out
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line

           move target-cycles to cycles-out
           if target-cycles NOT GREATER THAN cycles
              move spaces to out-line
              string "Already at or above the target of " cycles-out
                     " cycles."
                     delimited by size into out-line
              perform 290-emit-line
           else
              move spaces to out-line
              string "RAISED TO " cycles-out " CYCLES"
                     delimited by size into out-line
              perform 290-emit-line
              move tgt-blow-gpm to gpm-out
              move spaces to out-line
              string "  Blowdown and drift  " gpm-out " gpm"
                     delimited by size into out-line
              perform 290-emit-line
              move water-saved-kgal to signed-kgal-out
              move spaces to out-line
              string "  Makeup saved       " signed-kgal-out
                     " kgal a year"
                     delimited by size into out-line
              perform 290-emit-line
              move savings-dollars to signed-dollars-out
              move spaces to out-line
              string "  Saved a year       " signed-dollars-out
                     delimited by size into out-line
              perform 290-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Water balance written to TWRPRINT."
           end-if.

       280-write-reading.
           open extend tower-log-file
           if tower-log-status EQUAL TO "05" OR
              tower-log-status EQUAL TO "35"
              open output tower-log-file
           end-if
           if tower-log-status NOT EQUAL TO "00"
              display "Unable to open the TWRLOG log -- reading not"
                      " saved."
              go to 280-write-exit
           end-if
           move spaces to tower-log-record
           move tower-tag to tw-tag
           move plant-in to tw-plant
           move todays-date to tw-date
           move tower-tons to tons-text
           move tons-text to tw-tons-in
           move tower-range to range-text
           move range-text to tw-range-in
           move mu-cond to cond-text
           move cond-text to tw-mu-cond-in
           move bd-cond to cond-text
           move cond-text to tw-bd-cond-in
           move cycles to cycles-text
           move cycles-text to tw-cycles-in
           move evap-gpm to gpm-text
           move gpm-text to tw-evap-in
           move blow-gpm to gpm-text
           move gpm-text to tw-blow-in
           move makeup-gpm to gpm-text
           move gpm-text to tw-makeup-in
           move annual-dollars to dollars-text
           move dollars-text to tw-annual-in
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to tw-oper
           write tower-log-record
           close tower-log-file

           move "CTOWER" to audit-trail-pgm
           move tower-tag to rr-tag-ws
           move spaces to rr-inputs-ws
           string "TONS=" tw-tons-in " MU=" tw-mu-cond-in
                  " BD=" tw-bd-cond-in
                  delimited by size into rr-inputs-ws
           move spaces to rr-result-ws
           string "CYC=" cycles-text " YR$=" dollars-text
                  delimited by size into rr-result-ws
           perform 168-write-results-repo

           move spaces to audit-trail-detail
           string "TAG=" tower-tag " Tower reading logged, cycles "
                  cycles-text "."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       280-write-exit.
           exit.

      * Every logged reading for the tower, oldest first.  A tower
      * is flagged when its last three readings have each fallen, or
      * its latest cycles are more than ten percent under the mean
      * of the readings before it.
       400-trend-report.
           display spaces
           display "Tower tag: " with no advancing
           accept tower-tag
           move function upper-case(tower-tag) to tower-tag
           if tower-tag EQUAL TO spaces
              display "No tower tag entered."
              go to 400-trend-exit
           end-if

           move zero to trend-count
           open input tower-log-file
           if tower-log-status NOT EQUAL TO "00"
              display "No TWRLOG readings on file."
              go to 400-trend-exit
           end-if
           move "N" to tower-eof-flag
           perform 410-read-tower-record
           perform 420-store-tower-record until tower-eof
           close tower-log-file
           if trend-count EQUAL TO zero
              display "No readings on file for " tower-tag "."
              go to 400-trend-exit
           end-if
           move "Y" to swap-flag
           perform 430-sort-pass until NOT swapped

           display "Print the trend to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "COOLING-TOWER CYCLES TREND" to report-title
              move "TWRPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "TOWER " tower-tag
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line
           move spaces to out-line
           move "DATE"           to out-line(1:4)
           move "TONS"           to out-line(16:4)
           move "CYCLES"         to out-line(23:6)
           move "CHANGE"         to out-line(31:6)
           move "BLOWDOWN GPM"   to out-line(39:12)
           move "MAKEUP GPM"     to out-line(54:10)
           move "A YEAR"         to out-line(72:6)
           perform 290-emit-line
           move zero to drop-run
           move zero to drop-count
           move zero to cycles-sum
           move zero to prior-cycles
           perform 440-print-one-reading
                   varying trend-idx from 1 by 1
                   until trend-idx > trend-count

           move "N" to falling-flag
           if drop-run NOT LESS THAN 3
              move "Y" to falling-flag
           end-if
           if trend-count > 1
              compute early-average rounded =
                      (cycles-sum - tn-cycles(trend-count)) /
                      (trend-count - 1)
              if tn-cycles(trend-count) * 10 < early-average * 9
                 move "Y" to falling-flag
              end-if
           end-if
           move spaces to out-line
           perform 290-emit-line
           move trend-count to count-out
           move drop-count to drop-out
           move spaces to out-line
           string count-out " readings, " drop-out " of them down"
                  " from the reading before"
                  delimited by size into out-line
           perform 290-emit-line
           if cycles-falling
              move spaces to out-line
              string "*** CYCLES FALLING -- check the blowdown"
                     " controller and conductivity probe ***"
                     delimited by size into out-line
              perform 290-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Trend written to TWRPRINT."
           end-if.
       400-trend-exit.
           exit.

       410-read-tower-record.
           read tower-log-file
              at end move "Y" to tower-eof-flag
           end-read.

       420-store-tower-record.
           if function upper-case(tw-tag) EQUAL TO tower-tag and
              trend-count < 200
              add 1 to trend-count
              move tw-date to tn-date(trend-count)
              compute tn-tons(trend-count) =
                      function numval(tw-tons-in)
              compute tn-cycles(trend-count) =
                      function numval(tw-cycles-in)
              compute tn-blow(trend-count) =
                      function numval(tw-blow-in)
              compute tn-makeup(trend-count) =
                      function numval(tw-makeup-in)
              compute tn-annual(trend-count) =
                      function numval(tw-annual-in)
           end-if
           perform 410-read-tower-record.

      * Readings are appended as taken, so this mostly confirms the
      * order; equal dates keep the order they were logged in.
       430-sort-pass.
           move "N" to swap-flag
           perform 431-compare-one-pair
                   varying trend-idx from 1 by 1
                   until trend-idx NOT LESS THAN trend-count.

       431-compare-one-pair.
           compute trend-jdx = trend-idx + 1
           if tn-date(trend-idx) > tn-date(trend-jdx)
              move trend-entry(trend-idx) to trend-swap
              move trend-entry(trend-jdx) to trend-entry(trend-idx)
              move trend-swap to trend-entry(trend-jdx)
              move "Y" to swap-flag
           end-if.

       440-print-one-reading.
           add tn-cycles(trend-idx) to cycles-sum
           move spaces to out-line
           move tn-date(trend-idx) to out-line(1:8)
           move tn-tons(trend-idx) to tons-out
           move tons-out to out-line(11:9)
           move tn-cycles(trend-idx) to cycles-out
           move cycles-out to out-line(24:5)
           if trend-idx > 1
              compute cycles-change =
                      tn-cycles(trend-idx) - prior-cycles
              move cycles-change to change-out
              move change-out to out-line(32:5)
              if cycles-change < zero
                 add 1 to drop-count
                 add 1 to drop-run
                 move "DOWN" to out-line(82:4)
              else
                 move zero to drop-run
              end-if
           end-if
           move tn-blow(trend-idx) to gpm-out
           move gpm-out to out-line(41:10)
           move tn-makeup(trend-idx) to gpm-out
           move gpm-out to out-line(54:10)
           move tn-annual(trend-idx) to dollars-out
           move dollars-out to out-line(64:14)
           move tn-cycles(trend-idx) to prior-cycles
           perform 290-emit-line.

       290-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
