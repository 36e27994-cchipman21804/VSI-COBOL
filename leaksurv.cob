      *****************************************************************
      * COMPRESSED-AIR LEAK SURVEY AND PLANT LOSS ROLL-UP             *
      *                                                               *
      * The quarterly ultrasonic walk-down used to end on a clipboard *
      * the way the trap survey did before TRAPSURV.  This program   *
      * logs each tagged leak to the AIRLEAK file (leak tag, plant   *
      * from PLANTMAST, survey period, header pressure, the          *
      * estimated orifice or a measured cfm, location, the           *
      * compressor that feeds the header, and open/repaired status), *
      * computes each open leak's free-air cfm (a measured figure    *
      * when the surveyor had a flow meter on it, otherwise the      *
      * Compressed Air Challenge orifice figure -- 14.5 * absolute   *
      * pressure * D squared scfm, carried at the 0.61 discharge     *
      * coefficient of a sharp-edged hole) and the compressor kW     *
      * behind it, prices that kW at the plant's RATESCHED blended   *
      * rate over the compressor's RUNHOURS trailing-twelve-month    *
      * hours, and prints a plant roll-up ranking open leaks by      *
      * annual dollars with the plant totals posted to RESULTREPO.   *
      * A trend report shows found, repaired, and still-open leaks   *
      * survey by survey.                                            *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   leaksurv.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select air-leak-file assign to "AIRLEAK"
                  organization is line sequential
                  file status is leak-status.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

           select report-file assign to "LEAKPRINT"
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
      * One line per tagged leak: tag, plant, the survey period it
      * was found on (YYYYMM), the date logged, header pressure, the
      * estimated orifice or a measured cfm (either may be blank),
      * where it is, the compressor feeding that header, and the
      * status -- O open, R repaired -- with the repair date.
       fd  air-leak-file
           record contains 80 characters.
       01 air-leak-record.
           05 lk-tag             pic x(10).
           05 lk-plant           pic x(4).
           05 lk-survey          pic x(6).
           05 lk-date            pic x(8).
           05 lk-pressure-in     pic x(6).
           05 lk-orifice-in      pic x(6).
           05 lk-cfm-in          pic x(6).
           05 lk-location        pic x(15).
           05 lk-comp-tag        pic x(10).
           05 lk-status          pic x.
           05 lk-repair-date     pic x(8).

       fd  plant-master-file
           record contains 30 characters.
       01 plant-master-record.
           05 pm-code            pic x(4).
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

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

       01 leak-status           pic xx.
       01 leak-eof-flag         pic x value "N".
           88 leak-eof                 value "Y".
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".

      * Plant master, for validating the plant code.
       01 plant-master-count    pic 99 value zero.
       01 pmast-idx             pic 99.
       01 plant-found-flag      pic x.
           88 plant-on-file            value "Y".
       01 plant-master-table.
           05 plant-master-entry occurs 20 times.
               10 pmt-code       pic x(4).

      * Entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 tag-in                pic x(10).
       01 plant-in              pic x(4).
       01 survey-in             pic x(6).
       01 location-in           pic x(15).
       01 comp-tag-in           pic x(10).
       01 value-in              pic x(10).
       01 header-pressure       pic 999v9.
       01 orifice-dia           pic 9v999.
       01 measured-cfm          pic 999v9.
       01 entered-count         pic 9(3) value zero.

      * Pricing basis, entered once per roll-up.
       01 kw-per-cfm            pic 9v999 value 0.200.
       01 flat-rate             pic 99v9(5) value 0.10.
       01 default-hours         pic 9(4) value 8760.
       01 rate-in               pic x(8).

      * Orifice and kW arithmetic.
       01 abs-pressure          pic 9(4)v9 USAGE COMP.
       01 leak-cfm              pic 9(5)v99 USAGE COMP.
       01 leak-kw               pic 9(5)v99 USAGE COMP.
       01 leak-hours            pic 9(5) USAGE COMP.
       01 leak-kwh              pic 9(9)v9 USAGE COMP.
       01 leak-dollars          pic 9(9)v99 USAGE COMP.

      * The whole AIRLEAK file in storage, for the repair update
      * and the roll-up.
       01 leak-count            pic 9(4) value zero.
       01 leak-idx              pic 9(4).
       01 leak-jdx              pic 9(4).
      * A tag re-logged at a later survey is one leak: only its
      * newest line is priced, and a repair closes every open line.
       01 later-line-flag       pic x.
           88 later-line-found         value "Y".
       01 closed-count          pic 9(4) value zero.
      * Room for a year of monthly surveys; a file past it is not
      * rewritten, and takes no more readings.
       01 max-leaks             pic 9(4) value 1200.
       01 leak-capped-flag      pic x value "N".
           88 leaks-capped             value "Y".
       01 leak-table.
           05 leak-entry occurs 1200 times.
               10 lt-record      pic x(80).

      * Roll-up tables: open leaks ranked by dollars, plant totals
      * under them.
       01 open-count            pic 9(4) value zero.
       01 open-idx              pic 9(4).
       01 open-jdx              pic 9(4).
       01 open-table.
           05 open-entry occurs 1200 times.
               10 op-tag         pic x(10).
               10 op-plant       pic x(4).
               10 op-survey      pic x(6).
               10 op-location    pic x(15).
               10 op-cfm         pic 9(5)v99 USAGE COMP.
               10 op-kw          pic 9(5)v99 USAGE COMP.
               10 op-dollars     pic 9(9)v99 USAGE COMP.
       01 open-swap             pic x(60).

       01 plant-count           pic 99 value zero.
       01 plant-idx             pic 99.
       01 plant-pick            pic 99 value zero.
           88 plant-not-found          value zero.
       01 plant-table.
           05 plant-entry occurs 20 times.
               10 pl-plant       pic x(4).
               10 pl-rate        pic 99v9(5) USAGE COMP.
               10 pl-tariff      pic x(8).
               10 pl-leaks       pic 9(3) USAGE COMP.
               10 pl-cfm         pic 9(6)v99 USAGE COMP.
               10 pl-dollars     pic 9(9)v99 USAGE COMP.

      * Survey-to-survey trend table.
       01 trend-plant-in        pic x(4).
       01 survey-count          pic 99 value zero.
       01 survey-idx            pic 99.
       01 survey-jdx            pic 99.
       01 survey-pick           pic 99 value zero.
           88 survey-not-found         value zero.
       01 survey-table.
           05 survey-entry occurs 40 times.
               10 sv-survey      pic x(6).
               10 sv-found       pic 9(3) USAGE COMP.
               10 sv-repaired    pic 9(3) USAGE COMP.
               10 sv-open        pic 9(3) USAGE COMP.
               10 sv-cfm-found   pic 9(6)v99 USAGE COMP.
               10 sv-cfm-open    pic 9(6)v99 USAGE COMP.
       01 survey-swap           pic x(40).

      * Displayed-fields.
       01 pressure-fmt          pic zz9.9 usage display.
       01 orifice-fmt           pic 9.999 usage display.
       01 cfm-fmt               pic zzz9.9 usage display.
       01 cfm-out               pic zz,zz9.9 usage display.
       01 cfm2-out              pic zz,zz9.9 usage display.
       01 kw-out                pic zz,zz9.9 usage display.
       01 dollars-out           pic $$,$$$,$$9.99 usage display.
       01 rate-out              pic 9.99999 usage display.
       01 count-out             pic zz9.
       01 count2-out            pic zz9.
       01 count3-out            pic zz9.
       01 repo-loss-out         pic 9(7).99 usage display.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** COMPRESSED-AIR LEAK SURVEY BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 108-load-plant-master
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** COMPRESSED-AIR LEAK SURVEY ENDS *****"
           display spaces

           move "LEAKSURV" to audit-trail-pgm
           move "Compressed-air leak survey session completed."
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

       108-load-plant-master.
           move zero to plant-master-count
           open input plant-master-file
           if plant-status EQUAL TO "00"
              move "N" to plant-eof-flag
              perform 109-read-plant-record
              perform 109a-store-plant-record until plant-eof
              close plant-master-file
           end-if.

       109-read-plant-record.
           read plant-master-file
              at end move "Y" to plant-eof-flag
           end-read.

       109a-store-plant-record.
           if pm-code NOT EQUAL TO spaces and plant-master-count < 20
              add 1 to plant-master-count
              move plant-master-count to pmast-idx
              move function upper-case(pm-code)
                   to pmt-code(pmast-idx)
           end-if
           perform 109-read-plant-record.

       110-load-leak-file.
           move zero to leak-count
           move "N" to leak-capped-flag
           open input air-leak-file
           if leak-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to leak-eof-flag
           perform 111-read-leak-record
           perform 112-store-leak-record until leak-eof
           close air-leak-file.
       110-load-exit.
           exit.

       111-read-leak-record.
           read air-leak-file
              at end move "Y" to leak-eof-flag
           end-read.

       112-store-leak-record.
           if lk-tag NOT EQUAL TO spaces and leak-count < max-leaks
              add 1 to leak-count
              move air-leak-record to lt-record(leak-count)
           else
              if lk-tag NOT EQUAL TO spaces
                 move "Y" to leak-capped-flag
              end-if
           end-if
           perform 111-read-leak-record.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Log survey readings"
           display " 2 --- Mark a leak repaired"
           display " 3 --- Plant loss roll-up report"
           display " 4 --- Survey-to-survey repair trend"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-log-readings thru 300-log-exit
              when "2" perform 350-mark-repaired thru
                             350-repair-exit
              when "3" perform 400-rollup-report thru
                             400-rollup-exit
              when "4" perform 500-trend-report thru
                             500-trend-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

       300-log-readings.
           display spaces
           display "Survey period (YYYYMM, blank for this month): "
                   with no advancing
           accept survey-in
           if survey-in EQUAL TO spaces
              move todays-date-stamp(1:6) to survey-in
           end-if
           if survey-in NOT NUMERIC
              display "The survey period is six digits, YYYYMM."
              go to 300-log-exit
           end-if

      * The file is held to what the repair rewrite can carry.
           perform 110-load-leak-file thru 110-load-exit
           if leak-count NOT LESS THAN max-leaks
              display "AIRLEAK already holds " max-leaks
                      " leak lines -- archive past surveys before"
              display "logging more."
              go to 300-log-exit
           end-if

           open extend air-leak-file
           if leak-status EQUAL TO "05" OR leak-status EQUAL TO "35"
              open output air-leak-file
           end-if
           if leak-status NOT EQUAL TO "00"
              display "Unable to open the AIRLEAK file."
              go to 300-log-exit
           end-if

           move zero to entered-count
           move "X" to tag-in
           perform 310-one-leak-entry thru 310-leak-exit
                   until tag-in EQUAL TO spaces
           close air-leak-file

           move entered-count to count-out
           display count-out " leaks logged."

           move "LEAKSURV" to audit-trail-pgm
           move spaces to audit-trail-detail
           string count-out " air leaks logged for survey "
                  survey-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-log-exit.
           exit.

       310-one-leak-entry.
           if leak-count + entered-count NOT LESS THAN max-leaks
              display "AIRLEAK is now full at " max-leaks
                      " leak lines -- no more readings taken."
              move spaces to tag-in
              go to 310-leak-exit
           end-if
           display spaces
           display "Leak tag (blank to finish): " with no advancing
           accept tag-in
           if tag-in EQUAL TO spaces
              go to 310-leak-exit
           end-if

           display "Plant code (blank for your stored default): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-master-count > zero
              move "N" to plant-found-flag
              perform 311-test-plant-code
                      varying pmast-idx from 1 by 1
                      until pmast-idx > plant-master-count
              if NOT plant-on-file
                 display "Plant " plant-in " is not in PLANTMAST."
                 go to 310-one-leak-entry
              end-if
           end-if

           display "Location (blank for none): " with no advancing
           accept location-in

           display "Compressor tag feeding this header: "
                   with no advancing
           accept comp-tag-in

           display "Header pressure (psig): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute header-pressure = function numval(value-in)

           display "Measured leak cfm (blank to estimate from the"
           display "orifice): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           move zero to measured-cfm
           move zero to orifice-dia
           if value-in NOT EQUAL TO spaces
              compute measured-cfm = function numval(value-in)
           end-if
           if measured-cfm EQUAL TO zero
              display "Estimated orifice diameter (inches, e.g."
              display ".0625): " with no advancing
              accept value-in
              move function lower-case(value-in) to value-in
              compute orifice-dia = function numval(value-in)
              if orifice-dia EQUAL TO zero
                 display "A leak needs either a measured cfm or an"
                 display "orifice size."
                 go to 310-one-leak-entry
              end-if
           end-if

           move spaces to air-leak-record
           move tag-in to lk-tag
           move plant-in to lk-plant
           move survey-in to lk-survey
           move todays-date-stamp(1:8) to lk-date
           move header-pressure to pressure-fmt
           move pressure-fmt to lk-pressure-in
           if orifice-dia > zero
              move orifice-dia to orifice-fmt
              move orifice-fmt to lk-orifice-in
           end-if
           if measured-cfm > zero
              move measured-cfm to cfm-fmt
              move cfm-fmt to lk-cfm-in
           end-if
           move location-in to lk-location
           move function upper-case(comp-tag-in) to lk-comp-tag
           move "O" to lk-status
           write air-leak-record
           add 1 to entered-count.
       310-leak-exit.
           exit.

       311-test-plant-code.
           if pmt-code(pmast-idx) EQUAL TO plant-in
              move "Y" to plant-found-flag
           end-if.

      * Repair close-out: the file is loaded whole, the leak's line
      * stamped R with today's date, and the file written back, the
      * PROJMNT register shape.  A tag may recur from survey to
      * survey -- every open line for it is closed together.
       350-mark-repaired.
           perform 110-load-leak-file thru 110-load-exit
           if leak-count EQUAL TO zero
              display "No AIRLEAK survey file on file yet."
              go to 350-repair-exit
           end-if
           if leaks-capped
              display "AIRLEAK holds more than " max-leaks
                      " leak lines -- it cannot be rewritten; archive"
              display "past surveys first."
              go to 350-repair-exit
           end-if

           display spaces
           display "Leak tag repaired (blank to cancel): "
                   with no advancing
           accept tag-in
           if tag-in EQUAL TO spaces
              go to 350-repair-exit
           end-if

           move zero to closed-count
           perform 351-test-one-leak
                   varying leak-idx from 1 by 1
                   until leak-idx > leak-count
           if closed-count EQUAL TO zero
              display "No open leak tagged " tag-in " on file."
              go to 350-repair-exit
           end-if

           open output air-leak-file
           if leak-status NOT EQUAL TO "00"
              display "Unable to open the AIRLEAK file for output."
              go to 350-repair-exit
           end-if
           perform 352-write-one-leak
                   varying leak-idx from 1 by 1
                   until leak-idx > leak-count
           close air-leak-file

           display "Leak " tag-in " marked repaired."
           move "LEAKSURV" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Air leak " tag-in " marked repaired"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       350-repair-exit.
           exit.

       351-test-one-leak.
           move lt-record(leak-idx) to air-leak-record
           if lk-tag EQUAL TO tag-in and lk-status EQUAL TO "O"
              move "R" to lk-status
              move todays-date-stamp(1:8) to lk-repair-date
              move air-leak-record to lt-record(leak-idx)
              add 1 to closed-count
           end-if.

       352-write-one-leak.
           move lt-record(leak-idx) to air-leak-record
           write air-leak-record.

      * Free-air cfm of the leak on AIR-LEAK-RECORD into LEAK-CFM:
      * the measured figure when there is one, otherwise the
      * orifice estimate at the header's absolute pressure.
       360-compute-leak-cfm.
           move zero to leak-cfm
           move function lower-case(lk-cfm-in) to lk-cfm-in
           if lk-cfm-in NOT EQUAL TO spaces
              compute leak-cfm rounded = function numval(lk-cfm-in)
           end-if
           if leak-cfm EQUAL TO zero
              move function lower-case(lk-pressure-in)
                   to lk-pressure-in
              move function lower-case(lk-orifice-in)
                   to lk-orifice-in
              compute header-pressure =
                      function numval(lk-pressure-in)
              move zero to orifice-dia
              if lk-orifice-in NOT EQUAL TO spaces
                 compute orifice-dia =
                         function numval(lk-orifice-in)
              end-if
              compute abs-pressure = header-pressure + 14.7
              compute leak-cfm rounded =
                      14.5 * abs-pressure * orifice-dia *
                      orifice-dia * 0.61
           end-if.

      * The roll-up: each open leak's cfm and compressor kW, priced
      * at its plant's blended tariff over its compressor's actual
      * hours, ranked by annual dollars.
       400-rollup-report.
           perform 110-load-leak-file thru 110-load-exit
           if leak-count EQUAL TO zero
              display "No AIRLEAK survey file on file yet."
              go to 400-rollup-exit
           end-if

           display spaces
           display "Compressor specific power, KW per cfm (blank for"
           display ".200): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute kw-per-cfm = function numval(value-in)
           end-if

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

           display "Hours for compressors with no RUNHOURS history"
           display "(blank for 8760): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute default-hours = function numval(value-in)
           end-if

           perform 114-load-run-hours
           move zero to plant-count
           move zero to open-count
           perform 420-post-one-leak
                   varying leak-idx from 1 by 1
                   until leak-idx > leak-count
           if open-count EQUAL TO zero
              display "No open leaks in AIRLEAK -- every logged leak"
              display "has been repaired."
              go to 400-rollup-exit
           end-if

           perform 430-rank-by-dollars

           display spaces
           display "Print the roll-up to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "COMPRESSED-AIR LEAK ROLL-UP" to report-title
              move "LEAKPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move kw-per-cfm to orifice-fmt
           move spaces to out-line
           string "COMPRESSED-AIR LEAK ROLL-UP  " todays-date-out
                  "  (" orifice-fmt " KW/CFM)"
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           string "LEAK        PLNT SURVEY LOCATION             CFM"
                  "       KW       ANNUAL $"
                  delimited by size into out-line
           perform 440-emit-line

           perform 450-report-one-leak
                   varying open-idx from 1 by 1
                   until open-idx > open-count

           move spaces to out-line
           perform 440-emit-line
           move spaces to out-line
           string "PLANT TOTALS (TARIFF DATE, BLENDED $/KWH):"
                  delimited by size into out-line
           perform 440-emit-line
           perform 460-report-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to LEAKPRINT."
           end-if.
       400-rollup-exit.
           exit.

       420-post-one-leak.
           move "N" to later-line-flag
           perform 421-test-later-line
                   varying leak-jdx from leak-idx by 1
                   until leak-jdx >= leak-count or later-line-found
           move lt-record(leak-idx) to air-leak-record
           if lk-status EQUAL TO "O" and open-count < max-leaks and
              NOT later-line-found
              perform 360-compute-leak-cfm
              if leak-cfm > zero
                 move function upper-case(lk-plant) to lk-plant
                 perform 425-find-plant-row
                 compute leak-kw rounded = leak-cfm * kw-per-cfm

                 move default-hours to leak-hours
                 if lk-comp-tag NOT EQUAL TO spaces
                    move lk-comp-tag to rh-probe-tag
                    perform 115-ttm-for-tag
                    if rh-ttm-found
                       move rh-ttm-hours to leak-hours
                    end-if
                 end-if

                 compute leak-kwh rounded = leak-kw * leak-hours
                 if plant-pick > zero
                    compute leak-dollars rounded =
                            leak-kwh * pl-rate(plant-pick)
                 else
                    compute leak-dollars rounded =
                            leak-kwh * flat-rate
                 end-if

                 add 1 to open-count
                 move open-count to open-idx
                 move lk-tag to op-tag(open-idx)
                 move lk-plant to op-plant(open-idx)
                 move lk-survey to op-survey(open-idx)
                 move lk-location to op-location(open-idx)
                 move leak-cfm to op-cfm(open-idx)
                 move leak-kw to op-kw(open-idx)
                 move leak-dollars to op-dollars(open-idx)
                 if plant-pick > zero
                    add 1 to pl-leaks(plant-pick)
                    add leak-cfm to pl-cfm(plant-pick)
                    add leak-dollars to pl-dollars(plant-pick)
                 end-if
              end-if
           end-if.

       421-test-later-line.
           if lt-record(leak-jdx + 1)(1:10) EQUAL TO
              lt-record(leak-idx)(1:10)
              move "Y" to later-line-flag
           end-if.

      * A plant's row is built the first time one of its leaks is
      * priced, with its tariff looked up once for all its leaks.
       425-find-plant-row.
           move zero to plant-pick
           perform 426-test-plant-row
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           if plant-not-found and plant-count < 20
              add 1 to plant-count
              move plant-count to plant-pick
              move lk-plant to pl-plant(plant-pick)
              move zero to pl-leaks(plant-pick)
              move zero to pl-cfm(plant-pick)
              move zero to pl-dollars(plant-pick)
              move lk-plant to rt-probe-plant
              move todays-date-stamp(1:8) to rt-as-of-date
              perform 116-find-plant-tariff thru 116-find-exit
              if rt-rate-found
                 move rt-blended-rate to pl-rate(plant-pick)
                 move rt-best-date to pl-tariff(plant-pick)
              else
                 move flat-rate to pl-rate(plant-pick)
                 move "FLAT" to pl-tariff(plant-pick)
              end-if
           end-if.

       426-test-plant-row.
           if pl-plant(plant-idx) EQUAL TO lk-plant
              move plant-idx to plant-pick
           end-if.

       430-rank-by-dollars.
           perform 431-rank-outer-pass
                   varying open-idx from 1 by 1
                   until open-idx > open-count.

       431-rank-outer-pass.
           perform 432-rank-inner-pass
                   varying open-jdx from 1 by 1
                   until open-jdx > open-count - open-idx.

       432-rank-inner-pass.
           if op-dollars(open-jdx) < op-dollars(open-jdx + 1)
              move open-entry(open-jdx) to open-swap
              move open-entry(open-jdx + 1)
                   to open-entry(open-jdx)
              move open-swap to open-entry(open-jdx + 1)
           end-if.

       440-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

       450-report-one-leak.
           move op-cfm(open-idx) to cfm-out
           move op-kw(open-idx) to kw-out
           move op-dollars(open-idx) to dollars-out
           move spaces to out-line
           string op-tag(open-idx) "  " op-plant(open-idx) " "
                  op-survey(open-idx) " " op-location(open-idx)
                  "  " cfm-out "  " kw-out "  " dollars-out
                  delimited by size into out-line
           perform 440-emit-line.

      * The plant totals also post to the repository so the goal
      * tracking and M&V side see the repair opportunity.
       460-report-one-plant.
           move pl-leaks(plant-idx) to count-out
           move pl-cfm(plant-idx) to cfm-out
           move pl-dollars(plant-idx) to dollars-out
           move pl-rate(plant-idx) to rate-out
           move spaces to out-line
           string "  " pl-plant(plant-idx) "  " count-out
                  " open leaks " cfm-out " CFM  " dollars-out
                  " per year  (" pl-tariff(plant-idx) " "
                  rate-out ")"
                  delimited by size into out-line
           perform 440-emit-line

           move pl-dollars(plant-idx) to repo-loss-out
           move "LEAKSURV" to audit-trail-pgm
           move spaces to rr-tag-ws
           string "LEAKS-" pl-plant(plant-idx)
                  delimited by size into rr-tag-ws
           move spaces to rr-inputs-ws
           string "OPEN=" count-out " CFM=" cfm-out " RATE="
                  rate-out
                  delimited by size into rr-inputs-ws
           move spaces to rr-result-ws
           string "SAV$=" repo-loss-out
                  delimited by size into rr-result-ws
           perform 168-write-results-repo.

      * Survey-to-survey trend: for each survey period, the leaks it
      * found, how many of those are since repaired and how many are
      * still open, and the cfm found against the cfm still blowing,
      * oldest survey first -- a plant that keeps finding more than
      * it fixes shows it here.
       500-trend-report.
           perform 110-load-leak-file thru 110-load-exit
           if leak-count EQUAL TO zero
              display "No AIRLEAK survey file on file yet."
              go to 500-trend-exit
           end-if

           display spaces
           display "Plant code (blank for all plants): "
                   with no advancing
           accept trend-plant-in
           move function upper-case(trend-plant-in) to trend-plant-in

           move zero to survey-count
           perform 510-post-trend-leak
                   varying leak-idx from 1 by 1
                   until leak-idx > leak-count
           if survey-count EQUAL TO zero
              display "No leaks logged for that plant."
              go to 500-trend-exit
           end-if
           perform 520-sort-surveys

           display spaces
           display "Print the trend to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "COMPRESSED-AIR LEAK TREND" to report-title
              move "LEAKPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           if trend-plant-in EQUAL TO spaces
              string "LEAK REPAIR TREND, ALL PLANTS  " todays-date-out
                     delimited by size into out-line
           else
              string "LEAK REPAIR TREND, PLANT " trend-plant-in "  "
                     todays-date-out
                     delimited by size into out-line
           end-if
           perform 440-emit-line
           move spaces to out-line
           string "SURVEY  FOUND REPAIRED OPEN   CFM FOUND  CFM OPEN"
                  delimited by size into out-line
           perform 440-emit-line
           perform 530-report-one-survey
                   varying survey-idx from 1 by 1
                   until survey-idx > survey-count

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to LEAKPRINT."
           end-if.
       500-trend-exit.
           exit.

       510-post-trend-leak.
           move lt-record(leak-idx) to air-leak-record
           if trend-plant-in EQUAL TO spaces or
              function upper-case(lk-plant) EQUAL TO trend-plant-in
              move zero to survey-pick
              perform 511-test-survey-row
                      varying survey-idx from 1 by 1
                      until survey-idx > survey-count
              if survey-not-found and survey-count < 40
                 add 1 to survey-count
                 move survey-count to survey-pick
                 move lk-survey to sv-survey(survey-pick)
                 move zero to sv-found(survey-pick)
                 move zero to sv-repaired(survey-pick)
                 move zero to sv-open(survey-pick)
                 move zero to sv-cfm-found(survey-pick)
                 move zero to sv-cfm-open(survey-pick)
              end-if
              if survey-pick > zero
                 perform 360-compute-leak-cfm
                 add 1 to sv-found(survey-pick)
                 add leak-cfm to sv-cfm-found(survey-pick)
                 if lk-status EQUAL TO "R"
                    add 1 to sv-repaired(survey-pick)
                 else
                    add 1 to sv-open(survey-pick)
                    add leak-cfm to sv-cfm-open(survey-pick)
                 end-if
              end-if
           end-if.

       511-test-survey-row.
           if sv-survey(survey-idx) EQUAL TO lk-survey
              move survey-idx to survey-pick
           end-if.

       520-sort-surveys.
           perform 521-sort-outer-pass
                   varying survey-idx from 1 by 1
                   until survey-idx > survey-count.

       521-sort-outer-pass.
           perform 522-sort-inner-pass
                   varying survey-jdx from 1 by 1
                   until survey-jdx > survey-count - survey-idx.

       522-sort-inner-pass.
           if sv-survey(survey-jdx) > sv-survey(survey-jdx + 1)
              move survey-entry(survey-jdx) to survey-swap
              move survey-entry(survey-jdx + 1)
                   to survey-entry(survey-jdx)
              move survey-swap to survey-entry(survey-jdx + 1)
           end-if.

       530-report-one-survey.
           move sv-found(survey-idx) to count-out
           move sv-repaired(survey-idx) to count2-out
           move sv-open(survey-idx) to count3-out
           move sv-cfm-found(survey-idx) to cfm-out
           move sv-cfm-open(survey-idx) to cfm2-out
           move spaces to out-line
           string sv-survey(survey-idx) "    " count-out "    "
                  count2-out "    " count3-out "  " cfm-out
                  "  " cfm2-out
                  delimited by size into out-line
           perform 440-emit-line.
