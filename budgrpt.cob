      *****************************************************************
      * ENERGY BUDGET VERSUS ACTUAL                                   *
      *                                                               *
      * Keeps Finance's energy budget in the ENERGYBUD file -- one    *
      * line per plant, fiscal year, 4-4-5 period, and commodity with *
      * the budget dollars and units -- and prints the month-end      *
      * variance memo: BILLLOG dollars and usage totaled into the     *
      * FISCALCAL periods (a bill whose service period crosses a      *
      * period boundary is split by days), the commodity taken off    *
      * the METERMAST meter master, and the period and year-to-date   *
      * variance by plant and commodity with the largest overruns     *
      * listed first.                                                 *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   budgrpt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The energy budget, one line per plant, fiscal year, period,
      * and commodity.
           select budget-file assign to "ENERGYBUD"
                  organization is line sequential
                  file status is budget-status.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

      * Utility-bill log -- see BILLSEL.
           COPY billsel.

      * Utility-meter master -- see METERSEL.
           COPY metersel.

           select report-file assign to "BUDGPRINT"
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
      * One line per budget cell: plant, fiscal year, period, the
      * commodity (E electric, G gas, O oil, W water, S steam, as on
      * METERMAST), and the budget dollars and usage units.
       fd  budget-file
           record contains 40 characters.
       01 budget-record.
           05 eb-plant           pic x(4).
           05 eb-fy              pic x(4).
           05 eb-period          pic x(2).
           05 eb-commodity       pic x.
           05 eb-dollars-in      pic x(10).
           05 eb-units-in        pic x(10).
           05 filler             pic x(9).

       fd  plant-master-file
           record contains 30 characters.
       01 plant-master-record.
           05 pm-code            pic x(4).
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       COPY billfd.

       COPY meterfd.

       fd  report-file
           record contains 120 characters.
       01 report-record         pic x(120).

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

      * In-storage copy of the budget -- maintenance works on the
      * table and writes the file back whole, the OPERMNT shape.
       01 budget-status         pic xx.
       01 budget-eof-flag       pic x value "N".
           88 budget-eof               value "Y".
       01 budget-count          pic 9(4) value zero.
       01 max-budget-lines      pic 9(4) value 1200.
       01 budget-idx            pic 9(4).
       01 budget-pick           pic 9(4) value zero.
           88 budget-not-found         value zero.
       01 budget-table.
           05 budget-entry occurs 1200 times.
               10 bt-plant       pic x(4).
               10 bt-fy          pic x(4).
               10 bt-period      pic x(2).
               10 bt-commodity   pic x.
               10 bt-dollars     pic 9(8)v99 USAGE COMP.
               10 bt-units       pic 9(9)v99 USAGE COMP.

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

      * Meter master, for each bill's commodity.
       01 bill-status           pic xx.
       01 bill-eof-flag         pic x value "N".
           88 bill-eof                 value "Y".
       01 metermast-status      pic xx.
       01 meter-eof-flag        pic x value "N".
           88 meter-eof                value "Y".
       01 meter-count           pic 9(3) value zero.
       01 meter-idx             pic 9(3).
       01 meter-pick            pic 9(3) value zero.
           88 meter-not-found          value zero.
       01 meter-table.
           05 meter-entry occurs 200 times.
               10 mt-plant       pic x(4).
               10 mt-meter       pic x(10).
               10 mt-commodity   pic x.

      * Entry fields.
       01 plant-in              pic x(4).
       01 fy-in                 pic x(4).
       01 period-in             pic x(2).
       01 period-num            pic 99.
       01 commodity-in          pic x.
           88 commodity-valid          values "E" "G" "O" "W" "S".
       01 value-in              pic x(12).
       01 entry-dollars         pic 9(8)v99.
       01 entry-units           pic 9(9)v99.
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 browse-shown          pic 9(4) value zero.

      * The report year's periods off FISCALCAL.
       01 report-fy             pic x(4).
       01 thru-period           pic 99.
       01 vp-count              pic 99 value zero.
       01 vp-idx                pic 99.
       01 report-periods.
           05 report-period-entry occurs 13 times.
               10 vp-num         pic 99.
               10 vp-start       pic x(8).
               10 vp-end         pic x(8).
               10 vp-start-int   pic 9(8) USAGE COMP.
               10 vp-end-int     pic 9(8) USAGE COMP.
       01 thru-period-end       pic x(8).

      * One variance row per plant and commodity.
       01 row-count             pic 9(3) value zero.
       01 max-rows              pic 9(3) value 100.
       01 row-idx               pic 9(3).
       01 row-jdx               pic 9(3).
       01 row-pick              pic 9(3) value zero.
       01 row-table.
           05 row-entry occurs 100 times.
               10 rw-plant       pic x(4).
               10 rw-commodity   pic x.
               10 rw-per-bud     pic s9(9)v99 USAGE COMP.
               10 rw-per-act     pic s9(9)v99 USAGE COMP.
               10 rw-per-bud-u   pic s9(10)v99 USAGE COMP.
               10 rw-per-act-u   pic s9(10)v99 USAGE COMP.
               10 rw-ytd-bud     pic s9(9)v99 USAGE COMP.
               10 rw-ytd-act     pic s9(9)v99 USAGE COMP.
               10 rw-ytd-bud-u   pic s9(10)v99 USAGE COMP.
               10 rw-ytd-act-u   pic s9(10)v99 USAGE COMP.
               10 rw-ytd-var     pic s9(9)v99 USAGE COMP.
       01 row-swap              pic x(120).
       01 probe-plant           pic x(4).
       01 probe-commodity       pic x.

      * Bill proration.
       01 bill-dollars          pic 9(8)v99.
       01 bill-usage            pic 9(8)v99.
       01 bill-start-num        pic 9(8).
       01 bill-end-num          pic 9(8).
       01 bill-start-int        pic 9(8) USAGE COMP.
       01 bill-end-int          pic 9(8) USAGE COMP.
       01 bill-days             pic 9(5) USAGE COMP.
       01 overlap-lo            pic 9(8) USAGE COMP.
       01 overlap-hi            pic 9(8) USAGE COMP.
       01 overlap-days          pic 9(5) USAGE COMP.
       01 share-dollars         pic 9(8)v99 USAGE COMP.
       01 share-usage           pic 9(9)v99 USAGE COMP.
       01 bills-used            pic 9(5) value zero.
       01 bills-skipped         pic 9(5) value zero.

      * Report totals and work fields.
       01 total-per-bud         pic s9(9)v99 value zero.
       01 total-per-act         pic s9(9)v99 value zero.
       01 total-ytd-bud         pic s9(9)v99 value zero.
       01 total-ytd-act         pic s9(9)v99 value zero.
       01 var-work              pic s9(10)v99.
       01 base-work             pic s9(10)v99.
       01 pct-work              pic s9(5)v9.
       01 per-pct-text          pic x(7).
       01 ytd-pct-text          pic x(7).
       01 commodity-name        pic x(8).
       01 out-line              pic x(120).

      * Displayed-fields.
       01 amount-fmt            pic 9(7).99 usage display.
       01 units-fmt             pic 9(8).99 usage display.
       01 per-bud-out           pic $$$,$$$,$$9 usage display.
       01 per-act-out           pic $$$,$$$,$$9 usage display.
       01 per-var-out           pic $$$,$$$,$$9- usage display.
       01 ytd-bud-out           pic $$$,$$$,$$9 usage display.
       01 ytd-act-out           pic $$$,$$$,$$9 usage display.
       01 ytd-var-out           pic $$$,$$$,$$9- usage display.
       01 per-budu-out          pic zzz,zzz,zz9 usage display.
       01 per-actu-out          pic zzz,zzz,zz9 usage display.
       01 per-varu-out          pic zzz,zzz,zz9- usage display.
       01 ytd-budu-out          pic zzz,zzz,zz9 usage display.
       01 ytd-actu-out          pic zzz,zzz,zz9 usage display.
       01 ytd-varu-out          pic zzz,zzz,zz9- usage display.
       01 pct-out               pic zzz9.9- usage display.
       01 dollars-out           pic $$,$$$,$$9.99 usage display.
       01 units-out             pic zzz,zzz,zz9.99 usage display.
       01 count-out             pic zz,zz9.

       procedure division.
       100-main-para.
           display spaces
           display "***** ENERGY BUDGET VERSUS ACTUAL BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-plant-master
           perform 110-load-budget thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** ENERGY BUDGET VERSUS ACTUAL ENDS *****"
           display spaces

           move "BUDGRPT" to audit-trail-pgm
           move "Energy budget session completed."
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

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change a budget line"
           display " 2 --- Browse a plant's budget"
           display " 3 --- Delete a budget line"
           display " 4 --- Budget versus actual variance report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-enter-budget-line thru
                             300-enter-exit
              when "2" perform 200-browse-budget thru
                             200-browse-exit
              when "3" perform 350-delete-budget-line thru
                             350-delete-exit
              when "4" perform 500-variance-report thru
                             500-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

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

       110-load-budget.
           move zero to budget-count
           open input budget-file
           if budget-status NOT EQUAL TO "00"
              display "No ENERGYBUD budget on file yet -- the first"
              display "budget line entered creates it."
              go to 110-load-exit
           end-if
           move "N" to budget-eof-flag
           perform 111-read-budget-record
           perform 112-store-budget-record until budget-eof
           close budget-file.
       110-load-exit.
           exit.

       111-read-budget-record.
           read budget-file
              at end move "Y" to budget-eof-flag
           end-read.

       112-store-budget-record.
           if eb-plant NOT EQUAL TO spaces and
              budget-count < max-budget-lines
              add 1 to budget-count
              move budget-count to budget-idx
              move function upper-case(eb-plant)
                   to bt-plant(budget-idx)
              move eb-fy to bt-fy(budget-idx)
              move eb-period to bt-period(budget-idx)
              move function upper-case(eb-commodity)
                   to bt-commodity(budget-idx)
              move function lower-case(eb-dollars-in)
                   to eb-dollars-in
              move function lower-case(eb-units-in) to eb-units-in
              compute bt-dollars(budget-idx) =
                      function numval(eb-dollars-in)
              compute bt-units(budget-idx) =
                      function numval(eb-units-in)
           end-if
           perform 111-read-budget-record.

       115-load-meter-master.
           move zero to meter-count
           open input meter-master-file
           if metermast-status EQUAL TO "00"
              move "N" to meter-eof-flag
              perform 116-read-meter-record
              perform 117-store-meter-record until meter-eof
              close meter-master-file
           end-if.

       116-read-meter-record.
           read meter-master-file
              at end move "Y" to meter-eof-flag
           end-read.

       117-store-meter-record.
           if mm-meter NOT EQUAL TO spaces and meter-count < 200
              add 1 to meter-count
              move meter-count to meter-idx
              move function upper-case(mm-plant)
                   to mt-plant(meter-idx)
              move mm-meter to mt-meter(meter-idx)
              move function upper-case(mm-commodity)
                   to mt-commodity(meter-idx)
           end-if
           perform 116-read-meter-record.

       180-save-budget.
           open output budget-file
           if budget-status NOT EQUAL TO "00"
              display "Unable to open ENERGYBUD for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-budget-line
                   varying budget-idx from 1 by 1
                   until budget-idx > budget-count
           close budget-file

           move "BUDGRPT" to audit-trail-pgm
           move "ENERGYBUD energy budget rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-budget-line.
           move spaces to budget-record
           move bt-plant(budget-idx)     to eb-plant
           move bt-fy(budget-idx)        to eb-fy
           move bt-period(budget-idx)    to eb-period
           move bt-commodity(budget-idx) to eb-commodity
           move bt-dollars(budget-idx)   to amount-fmt
           move amount-fmt               to eb-dollars-in
           move bt-units(budget-idx)     to units-fmt
           move units-fmt                to eb-units-in
           write budget-record.

       200-browse-budget.
           display spaces
           perform 250-plant-entry thru 250-plant-exit
           if plant-in EQUAL TO spaces
              go to 200-browse-exit
           end-if
           display "Fiscal year (YYYY): " with no advancing
           accept fy-in

           display spaces
           display "PLNT FY   PER C         BUDGET $          UNITS"
           move zero to browse-shown
           perform 210-disp-one-budget-line
                   varying budget-idx from 1 by 1
                   until budget-idx > budget-count
           move browse-shown to count-out
           display spaces
           display count-out " budget lines for " plant-in
                   " FY" fy-in ".".
       200-browse-exit.
           exit.

       210-disp-one-budget-line.
           if bt-plant(budget-idx) EQUAL TO plant-in and
              bt-fy(budget-idx) EQUAL TO fy-in
              add 1 to browse-shown
              move bt-dollars(budget-idx) to dollars-out
              move bt-units(budget-idx) to units-out
              display bt-plant(budget-idx) " " bt-fy(budget-idx)
                      "  " bt-period(budget-idx) "  "
                      bt-commodity(budget-idx) "  " dollars-out
                      " " units-out
           end-if.

      * Plant code, checked against PLANTMAST when there is one; a
      * blank reply takes the operator's stored plant, and a blank
      * with no stored plant cancels.
       250-plant-entry.
           display "Plant code (blank for your stored default): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-in EQUAL TO spaces
              go to 250-plant-exit
           end-if
           if plant-master-count > zero
              move "N" to plant-found-flag
              perform 251-test-plant-code
                      varying pmast-idx from 1 by 1
                      until pmast-idx > plant-master-count
              if NOT plant-on-file
                 display "Plant " plant-in " is not in PLANTMAST."
                 move spaces to plant-in
              end-if
           end-if.
       250-plant-exit.
           exit.

       251-test-plant-code.
           if pmt-code(pmast-idx) EQUAL TO plant-in
              move "Y" to plant-found-flag
           end-if.

      * The budget line's key -- plant, fiscal year, period, and
      * commodity; BUDGET-PICK comes back non-zero when the line is
      * already on file.
       260-budget-key-entry.
           perform 250-plant-entry thru 250-plant-exit
           if plant-in EQUAL TO spaces
              go to 260-key-exit
           end-if
           display "Fiscal year (YYYY): " with no advancing
           accept fy-in
           if fy-in NOT NUMERIC
              display "The fiscal year is four digits."
              move spaces to plant-in
              go to 260-key-exit
           end-if
           display "Fiscal period (1-13): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute period-num = function numval(value-in)
           if period-num EQUAL TO zero or period-num > 13
              display "The period is 1 through 13."
              move spaces to plant-in
              go to 260-key-exit
           end-if
           move period-num to period-in
           display "Commodity (E/G/O/W/S): " with no advancing
           accept commodity-in
           move function upper-case(commodity-in) to commodity-in
           if NOT commodity-valid
              display "The commodity is E, G, O, W, or S."
              move spaces to plant-in
              go to 260-key-exit
           end-if

           move zero to budget-pick
           perform 261-test-budget-key
                   varying budget-idx from 1 by 1
                   until budget-idx > budget-count.
       260-key-exit.
           exit.

       261-test-budget-key.
           if bt-plant(budget-idx) EQUAL TO plant-in and
              bt-fy(budget-idx) EQUAL TO fy-in and
              bt-period(budget-idx) EQUAL TO period-in and
              bt-commodity(budget-idx) EQUAL TO commodity-in
              move budget-idx to budget-pick
           end-if.

       300-enter-budget-line.
           display spaces
           perform 260-budget-key-entry thru 260-key-exit
           if plant-in EQUAL TO spaces
              go to 300-enter-exit
           end-if

           if budget-pick > zero
              move bt-dollars(budget-pick) to dollars-out
              move bt-units(budget-pick) to units-out
              display "On file: " dollars-out "  " units-out " units."
              display "Replace it? (Y/N): " with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 300-enter-exit
              end-if
           else
              if budget-count NOT LESS THAN max-budget-lines
                 display "The budget table is full."
                 go to 300-enter-exit
              end-if
           end-if

           display "Budget dollars: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-dollars = function numval(value-in)
           display "Budget usage units: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-units = function numval(value-in)

           if budget-pick EQUAL TO zero
              add 1 to budget-count
              move budget-count to budget-pick
              move plant-in     to bt-plant(budget-pick)
              move fy-in        to bt-fy(budget-pick)
              move period-in    to bt-period(budget-pick)
              move commodity-in to bt-commodity(budget-pick)
           end-if
           move entry-dollars to bt-dollars(budget-pick)
           move entry-units to bt-units(budget-pick)
           perform 180-save-budget thru 180-save-exit
           display "Budget line saved."

           move "BUDGRPT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Budget " plant-in " FY" fy-in "P" period-in " "
                  commodity-in " set"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-enter-exit.
           exit.

       350-delete-budget-line.
           display spaces
           perform 260-budget-key-entry thru 260-key-exit
           if plant-in EQUAL TO spaces
              go to 350-delete-exit
           end-if
           if budget-not-found
              display "No such budget line."
              go to 350-delete-exit
           end-if

           display "Delete it? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 350-delete-exit
           end-if
           perform 351-close-up-gap
                   varying budget-idx from budget-pick by 1
                   until budget-idx NOT LESS THAN budget-count
           subtract 1 from budget-count
           perform 180-save-budget thru 180-save-exit
           display "Budget line deleted."

           move "BUDGRPT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Budget " plant-in " FY" fy-in "P" period-in " "
                  commodity-in " deleted"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       350-delete-exit.
           exit.

       351-close-up-gap.
           move budget-entry(budget-idx + 1)
                to budget-entry(budget-idx).

      * The variance memo: the budget and the prorated bills for the
      * fiscal year through the chosen period, one row per plant and
      * commodity, ranked by year-to-date dollar overrun.
       500-variance-report.
           move todays-date-stamp(1:8) to fiscal-probe-date
           perform AL-FISCAL-FIND
           display spaces
           display "Fiscal year (YYYY, blank for FY" fiscal-year "): "
                   with no advancing
           accept report-fy
           if report-fy EQUAL TO spaces
              move fiscal-year to report-fy
           end-if

           move zero to vp-count
           perform 510-pick-report-period
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > fiscal-count
           if vp-count EQUAL TO zero
              display "FISCALCAL has no periods for FY" report-fy "."
              go to 500-report-exit
           end-if

           if report-fy EQUAL TO fiscal-year and
              fiscal-period NUMERIC
              move fiscal-period to thru-period
           else
              move vp-num(vp-count) to thru-period
           end-if
           display "Through period (blank for " thru-period "): "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute thru-period = function numval(value-in)
           end-if
           move spaces to thru-period-end
           perform 511-find-thru-end
                   varying vp-idx from 1 by 1
                   until vp-idx > vp-count
           if thru-period-end EQUAL TO spaces
              display "Period " thru-period " is not on FISCALCAL for"
                      " FY" report-fy "."
              go to 500-report-exit
           end-if

           move zero to row-count
           perform 520-post-one-budget-line
                   varying budget-idx from 1 by 1
                   until budget-idx > budget-count

           perform 115-load-meter-master
           move zero to bills-used
           move zero to bills-skipped
           open input bill-file
           if bill-status EQUAL TO "00"
              move "N" to bill-eof-flag
              perform 530-read-bill-record
              perform 531-post-one-bill thru 531-next-bill
                      until bill-eof
              close bill-file
           end-if

           if row-count EQUAL TO zero
              display "No budget or bills for FY" report-fy "."
              go to 500-report-exit
           end-if

           perform 540-compute-one-variance
                   varying row-idx from 1 by 1
                   until row-idx > row-count
           perform 545-rank-by-overrun

           display spaces
           display "Print the variance memo to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "ENERGY BUDGET VERSUS ACTUAL" to report-title
              move "BUDGPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "ENERGY BUDGET VERSUS ACTUAL  FY" report-fy
                  " THROUGH PERIOD " thru-period "  " todays-date-out
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           string "LARGEST YEAR-TO-DATE OVERRUNS FIRST; VARIANCE IS"
                  " ACTUAL LESS BUDGET"
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           perform 440-emit-line
           move spaces to out-line
           string "PLNT COMMODTY       PER BUDGET  PER ACTUAL"
                  " PER VARIANCE     PCT   YTD BUDGET  YTD ACTUAL"
                  " YTD VARIANCE     PCT"
                  delimited by size into out-line
           perform 440-emit-line

           move zero to total-per-bud
           move zero to total-per-act
           move zero to total-ytd-bud
           move zero to total-ytd-act
           perform 550-report-one-row
                   varying row-idx from 1 by 1
                   until row-idx > row-count

           move spaces to out-line
           perform 440-emit-line
           move total-per-bud to per-bud-out
           move total-per-act to per-act-out
           compute var-work = total-per-act - total-per-bud
           move var-work to per-var-out
           move total-ytd-bud to ytd-bud-out
           move total-ytd-act to ytd-act-out
           compute var-work = total-ytd-act - total-ytd-bud
           move var-work to ytd-var-out
           move spaces to out-line
           string "ALL PLANTS    $   " " " per-bud-out " " per-act-out
                  " " per-var-out "         " "  " ytd-bud-out " "
                  ytd-act-out " " ytd-var-out
                  delimited by size into out-line
           perform 440-emit-line
           move bills-used to count-out
           move spaces to out-line
           string "BILLS PRORATED " count-out
                  delimited by size into out-line
           perform 440-emit-line
           if bills-skipped > zero
              move bills-skipped to count-out
              move spaces to out-line
              string "BILLS SKIPPED  " count-out
                     "  (service dates not valid YYYYMMDD)"
                     delimited by size into out-line
              perform 440-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to BUDGPRINT."
           end-if

           move "BUDGRPT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Budget variance FY" report-fy " through P"
                  thru-period
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-report-exit.
           exit.

       510-pick-report-period.
           if fp-year(fiscal-idx) EQUAL TO report-fy and
              fp-period(fiscal-idx) NUMERIC and vp-count < 13
              add 1 to vp-count
              move fp-period(fiscal-idx) to vp-num(vp-count)
              move fp-start(fiscal-idx) to vp-start(vp-count)
              move fp-end(fiscal-idx) to vp-end(vp-count)
              move fp-start(fiscal-idx) to bill-start-num
              move fp-end(fiscal-idx) to bill-end-num
              compute vp-start-int(vp-count) =
                      function integer-of-date(bill-start-num)
              compute vp-end-int(vp-count) =
                      function integer-of-date(bill-end-num)
           end-if.

       511-find-thru-end.
           if vp-num(vp-idx) EQUAL TO thru-period
              move vp-end(vp-idx) to thru-period-end
           end-if.

      * ROW-PICK comes back on the plant/commodity row for PROBE-
      * PLANT and PROBE-COMMODITY, the row built on first use; zero
      * when the row table is full.
       515-find-row.
           move zero to row-pick
           perform 516-test-one-row
                   varying row-idx from 1 by 1
                   until row-idx > row-count
           if row-pick EQUAL TO zero and row-count < max-rows
              add 1 to row-count
              move row-count to row-pick
              move probe-plant to rw-plant(row-pick)
              move probe-commodity to rw-commodity(row-pick)
              move zero to rw-per-bud(row-pick)
              move zero to rw-per-act(row-pick)
              move zero to rw-per-bud-u(row-pick)
              move zero to rw-per-act-u(row-pick)
              move zero to rw-ytd-bud(row-pick)
              move zero to rw-ytd-act(row-pick)
              move zero to rw-ytd-bud-u(row-pick)
              move zero to rw-ytd-act-u(row-pick)
              move zero to rw-ytd-var(row-pick)
           end-if.

       516-test-one-row.
           if rw-plant(row-idx) EQUAL TO probe-plant and
              rw-commodity(row-idx) EQUAL TO probe-commodity
              move row-idx to row-pick
           end-if.

       520-post-one-budget-line.
           if bt-fy(budget-idx) EQUAL TO report-fy and
              bt-period(budget-idx) NUMERIC
              move bt-period(budget-idx) to period-num
              if period-num NOT GREATER THAN thru-period
                 move bt-plant(budget-idx) to probe-plant
                 move bt-commodity(budget-idx) to probe-commodity
                 perform 515-find-row
                 if row-pick > zero
                    add bt-dollars(budget-idx) to rw-ytd-bud(row-pick)
                    add bt-units(budget-idx) to rw-ytd-bud-u(row-pick)
                    if period-num EQUAL TO thru-period
                       add bt-dollars(budget-idx)
                           to rw-per-bud(row-pick)
                       add bt-units(budget-idx)
                           to rw-per-bud-u(row-pick)
                    end-if
                 end-if
              end-if
           end-if.

       530-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

      * A bill is spread over the fiscal periods its service days
      * fall in, each period taking its share of the dollars and
      * usage by days (start and end dates both count).
       531-post-one-bill.
           if bl-meter EQUAL TO spaces
              go to 531-next-bill
           end-if
           move bl-start to bill-start-num
           move bl-end to bill-end-num
           if bl-start NOT NUMERIC or bl-end NOT NUMERIC or
              bl-end < bl-start
              add 1 to bills-skipped
              go to 531-next-bill
           end-if
           if bl-start > thru-period-end or bl-end < vp-start(1)
              go to 531-next-bill
           end-if

           move function upper-case(bl-plant) to bl-plant
           move zero to meter-pick
           perform 532-test-one-meter
                   varying meter-idx from 1 by 1
                   until meter-idx > meter-count
           move bl-plant to probe-plant
           if meter-not-found
              move "?" to probe-commodity
           else
              move mt-commodity(meter-pick) to probe-commodity
           end-if
           perform 515-find-row
           if row-pick EQUAL TO zero
              go to 531-next-bill
           end-if

           move function lower-case(bl-dollars-in) to bl-dollars-in
           move function lower-case(bl-usage-in) to bl-usage-in
           compute bill-dollars = function numval(bl-dollars-in)
           compute bill-usage = function numval(bl-usage-in)
           compute bill-start-int =
                   function integer-of-date(bill-start-num)
           compute bill-end-int =
                   function integer-of-date(bill-end-num)
           compute bill-days = bill-end-int - bill-start-int + 1
           add 1 to bills-used
           perform 533-share-one-period thru 533-share-exit
                   varying vp-idx from 1 by 1
                   until vp-idx > vp-count.
       531-next-bill.
           perform 530-read-bill-record.

       532-test-one-meter.
           if mt-plant(meter-idx) EQUAL TO bl-plant and
              mt-meter(meter-idx) EQUAL TO bl-meter
              move meter-idx to meter-pick
           end-if.

       533-share-one-period.
           if vp-num(vp-idx) > thru-period
              go to 533-share-exit
           end-if
           if bill-start-int > vp-start-int(vp-idx)
              move bill-start-int to overlap-lo
           else
              move vp-start-int(vp-idx) to overlap-lo
           end-if
           if bill-end-int < vp-end-int(vp-idx)
              move bill-end-int to overlap-hi
           else
              move vp-end-int(vp-idx) to overlap-hi
           end-if
           if overlap-lo > overlap-hi
              go to 533-share-exit
           end-if
           compute overlap-days = overlap-hi - overlap-lo + 1
           compute share-dollars rounded =
                   bill-dollars * overlap-days / bill-days
           compute share-usage rounded =
                   bill-usage * overlap-days / bill-days
           add share-dollars to rw-ytd-act(row-pick)
           add share-usage to rw-ytd-act-u(row-pick)
           if vp-num(vp-idx) EQUAL TO thru-period
              add share-dollars to rw-per-act(row-pick)
              add share-usage to rw-per-act-u(row-pick)
           end-if.
       533-share-exit.
           exit.

       540-compute-one-variance.
           compute rw-ytd-var(row-idx) =
                   rw-ytd-act(row-idx) - rw-ytd-bud(row-idx).

       545-rank-by-overrun.
           perform 546-rank-outer-pass
                   varying row-idx from 1 by 1
                   until row-idx > row-count.

       546-rank-outer-pass.
           perform 547-rank-inner-pass
                   varying row-jdx from 1 by 1
                   until row-jdx > row-count - row-idx.

       547-rank-inner-pass.
           if rw-ytd-var(row-jdx) < rw-ytd-var(row-jdx + 1)
              move row-entry(row-jdx) to row-swap
              move row-entry(row-jdx + 1) to row-entry(row-jdx)
              move row-swap to row-entry(row-jdx + 1)
           end-if.

       440-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * Two lines per row -- dollars, then usage units -- with the
      * period and year-to-date variance and the variance as a
      * percent of budget (dashes where nothing was budgeted).
       550-report-one-row.
           evaluate rw-commodity(row-idx)
              when "E" move "ELECTRIC" to commodity-name
              when "G" move "GAS" to commodity-name
              when "O" move "OIL" to commodity-name
              when "W" move "WATER" to commodity-name
              when "S" move "STEAM" to commodity-name
              when other move "UNMAPPED" to commodity-name
           end-evaluate

           add rw-per-bud(row-idx) to total-per-bud
           add rw-per-act(row-idx) to total-per-act
           add rw-ytd-bud(row-idx) to total-ytd-bud
           add rw-ytd-act(row-idx) to total-ytd-act

           move rw-per-bud(row-idx) to per-bud-out
           move rw-per-act(row-idx) to per-act-out
           compute var-work = rw-per-act(row-idx) - rw-per-bud(row-idx)
           move var-work to per-var-out
           move rw-per-bud(row-idx) to base-work
           perform 555-percent-text
           move pct-out to per-pct-text
           if base-work EQUAL TO zero
              move "    -- " to per-pct-text
           end-if
           move rw-ytd-bud(row-idx) to ytd-bud-out
           move rw-ytd-act(row-idx) to ytd-act-out
           move rw-ytd-var(row-idx) to var-work
           move var-work to ytd-var-out
           move rw-ytd-bud(row-idx) to base-work
           perform 555-percent-text
           move pct-out to ytd-pct-text
           if base-work EQUAL TO zero
              move "    -- " to ytd-pct-text
           end-if
           move spaces to out-line
           string rw-plant(row-idx) " " commodity-name " $   " " "
                  per-bud-out " " per-act-out " " per-var-out " "
                  per-pct-text "  " ytd-bud-out " " ytd-act-out " "
                  ytd-var-out " " ytd-pct-text
                  delimited by size into out-line
           perform 440-emit-line

           move rw-per-bud-u(row-idx) to per-budu-out
           move rw-per-act-u(row-idx) to per-actu-out
           compute var-work =
                   rw-per-act-u(row-idx) - rw-per-bud-u(row-idx)
           move var-work to per-varu-out
           move rw-per-bud-u(row-idx) to base-work
           perform 555-percent-text
           move pct-out to per-pct-text
           if base-work EQUAL TO zero
              move "    -- " to per-pct-text
           end-if
           move rw-ytd-bud-u(row-idx) to ytd-budu-out
           move rw-ytd-act-u(row-idx) to ytd-actu-out
           compute var-work =
                   rw-ytd-act-u(row-idx) - rw-ytd-bud-u(row-idx)
           move var-work to ytd-varu-out
           move rw-ytd-bud-u(row-idx) to base-work
           perform 555-percent-text
           move pct-out to ytd-pct-text
           if base-work EQUAL TO zero
              move "    -- " to ytd-pct-text
           end-if
           move spaces to out-line
           string "              UNITS" " "
                  per-budu-out " " per-actu-out " " per-varu-out " "
                  per-pct-text "  " ytd-budu-out " " ytd-actu-out " "
                  ytd-varu-out " " ytd-pct-text
                  delimited by size into out-line
           perform 440-emit-line.

      * VAR-WORK as a percent of BASE-WORK into PCT-OUT.
       555-percent-text.
           move zero to pct-work
           if base-work NOT EQUAL TO zero
              compute pct-work rounded = var-work * 100 / base-work
                 on size error
                    move 9999.9 to pct-work
              end-compute
           end-if
           move pct-work to pct-out.
