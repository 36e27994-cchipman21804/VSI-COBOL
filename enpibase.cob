      *****************************************************************
      * REGRESSION ENERGY BASELINE AND CUSUM TRACKING                 *
      *                                                               *
      * The energy-performance indicator Corporate asked for in place *
      * of FUELSAVE's plain degree-day ratio.  A plant production log *
      * (PRODLOG -- one line per plant and month with the production  *
      * figure and the month's heating and cooling degree-days) is    *
      * kept here; a baseline year of the plant's monthly BILLLOG     *
      * usage for one commodity is fitted by least squares against    *
      * those drivers and the coefficients are stored per plant and   *
      * baseline year in ENPIBASE.  The tracking report then prints   *
      * expected against actual consumption month by month with a     *
      * running CUSUM, naming the month performance turned and the    *
      * units and dollars saved or lost since.                        *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   enpibase.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The production and degree-day log, one line per plant and
      * month.
           select prod-log-file assign to "PRODLOG"
                  organization is line sequential
                  file status is prodlog-status.

      * The fitted baselines, one line per plant, commodity, and
      * baseline year.
           select baseline-file assign to "ENPIBASE"
                  organization is line sequential
                  file status is baseline-status.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

      * Utility-bill log -- see BILLSEL.
           COPY billsel.

      * Utility-meter master -- see METERSEL.
           COPY metersel.

           select report-file assign to "ENPIPRINT"
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
      * One line per plant and month (YYYYMM): the production figure
      * in the plant's own unit (tons, cases, pounds ...), and the
      * heating and cooling degree-days for the month.
       fd  prod-log-file
           record contains 50 characters.
       01 prod-log-record.
           05 pr-plant           pic x(4).
           05 pr-month           pic x(6).
           05 pr-prod-in         pic x(12).
           05 pr-hdd-in          pic x(6).
           05 pr-cdd-in          pic x(6).
           05 pr-unit            pic x(8).
           05 filler             pic x(8).

      * One fitted baseline per plant, commodity, and baseline year:
      * usage = intercept + HDD coef * HDD + CDD coef * CDD + production
      * coef * production, with the fit's R-squared, the months used,
      * and the date it was fitted.  A driver left out of the fit
      * carries a zero coefficient.
       fd  baseline-file
           record contains 80 characters.
       01 baseline-record.
           05 bc-plant           pic x(4).
           05 bc-commodity       pic x.
           05 bc-year            pic x(4).
           05 bc-intercept-in    pic x(12).
           05 bc-hdd-coef-in     pic x(12).
           05 bc-cdd-coef-in     pic x(12).
           05 bc-prod-coef-in    pic x(12).
           05 bc-r2-in           pic x(6).
           05 bc-months-in       pic x(2).
           05 bc-fit-date        pic x(8).
           05 filler             pic x(7).

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

      * In-storage copy of the production log -- maintenance works on
      * the table and writes the file back whole, the OPERMNT shape.
       01 prodlog-status        pic xx.
       01 prod-eof-flag         pic x value "N".
           88 prod-eof                 value "Y".
       01 prod-count            pic 9(4) value zero.
       01 max-prod-lines        pic 9(4) value 1200.
       01 prod-idx              pic 9(4).
       01 prod-pick             pic 9(4) value zero.
           88 prod-not-found           value zero.
       01 prod-table.
           05 prod-entry occurs 1200 times.
               10 lt-plant       pic x(4).
               10 lt-month       pic x(6).
               10 lt-prod        pic 9(9)v99 USAGE COMP.
               10 lt-hdd         pic 9(5)v9 USAGE COMP.
               10 lt-cdd         pic 9(5)v9 USAGE COMP.
               10 lt-unit        pic x(8).

      * In-storage copy of the fitted baselines.
       01 baseline-status       pic xx.
       01 base-eof-flag         pic x value "N".
           88 base-eof                 value "Y".
       01 base-count            pic 9(3) value zero.
       01 max-baselines         pic 9(3) value 200.
       01 base-idx              pic 9(3).
       01 base-pick             pic 9(3) value zero.
           88 base-not-found           value zero.
       01 base-table.
           05 base-entry occurs 200 times.
               10 bs-plant       pic x(4).
               10 bs-commodity   pic x.
               10 bs-year        pic x(4).
               10 bs-intercept   pic s9(9)v99 USAGE COMP.
               10 bs-hdd-coef    pic s9(7)v9(4) USAGE COMP.
               10 bs-cdd-coef    pic s9(7)v9(4) USAGE COMP.
               10 bs-prod-coef   pic s9(7)v9(4) USAGE COMP.
               10 bs-r2          pic 9v9(4) USAGE COMP.
               10 bs-months      pic 99.
               10 bs-fit-date    pic x(8).

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
       01 month-in              pic x(6).
       01 year-in               pic x(4).
       01 commodity-in          pic x.
           88 commodity-valid          values "E" "G" "O" "W" "S".
       01 unit-in               pic x(8).
       01 value-in              pic x(12).
       01 entry-value           pic 9(9)v99.
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 browse-shown          pic 9(4) value zero.

      * The months under study -- a baseline year or a tracking run
      * -- with each month's prorated usage and its drivers.
       01 month-count           pic 99 value zero.
       01 max-months            pic 99 value 36.
       01 mo-idx                pic 99.
       01 month-table.
           05 month-entry occurs 36 times.
               10 mo-yyyymm      pic x(6).
               10 mo-start-int   pic 9(8) USAGE COMP.
               10 mo-end-int     pic 9(8) USAGE COMP.
               10 mo-usage       pic 9(9)v99 USAGE COMP.
               10 mo-dollars     pic 9(9)v99 USAGE COMP.
               10 mo-driver-flag pic x.
                   88 mo-has-drivers     value "Y".
               10 mo-x           pic 9(9)v99 USAGE COMP
                                 occurs 3 times.
       01 ym-work.
           05 ym-year           pic 9(4).
           05 ym-month          pic 99.
       01 ym-date-num           pic 9(8).
       01 probe-plant-key       pic x(4).
       01 probe-month           pic x(6).
       01 production-unit       pic x(8).

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
       01 bill-usage-share      pic 9(8)v99.
       01 bill-dollar-share     pic 9(8)v99.
       01 bills-used            pic 9(5) value zero.
       01 bills-skipped         pic 9(5) value zero.
       01 total-usage           pic 9(11)v99 value zero.
       01 total-dollars         pic 9(11)v99 value zero.
       01 unit-price            pic 9(3)v9(6) value zero.

      * Least-squares fit.  Up to three drivers (1 HDD, 2 CDD,
      * 3 production) enter the fit; a driver that does not vary over
      * the baseline months is left out.  The normal equations are
      * solved on deviations from the means by Gaussian elimination
      * with partial pivoting.  Sums run wide -- usage times
      * production squared runs past eighteen digits on a big plant.
       01 fit-n                 pic 99 value zero.
       01 min-fit-months        pic 99 value 6.
       01 drv-j                 pic 9.
       01 drv-k                 pic 9.
       01 active-count          pic 9 value zero.
       01 active-var            pic 9 occurs 3 times.
       01 drv-name-list.
           05 filler            pic x(10) value "HDD".
           05 filler            pic x(10) value "CDD".
           05 filler            pic x(10) value "PRODUCTION".
       01 drv-names redefines drv-name-list.
           05 drv-name          pic x(10) occurs 3 times.
       01 x-sum                 pic s9(13)v9(4) occurs 3 times.
       01 x-mean                pic s9(11)v9(6) occurs 3 times.
       01 y-sum                 pic s9(13)v9(4).
       01 y-mean                pic s9(11)v9(6).
       01 syy                   pic s9(24)v9(4).
       01 sse                   pic s9(24)v9(4).
       01 dev-a                 pic s9(11)v9(6).
       01 dev-b                 pic s9(11)v9(6).
       01 dev-y                 pic s9(11)v9(6).
       01 sxy                   pic s9(24)v9(4) occurs 3 times.
       01 aug-matrix.
           05 aug-row occurs 3 times.
               10 mx             pic s9(24)v9(4) occurs 4 times.
       01 mx-swap               pic s9(24)v9(4).
       01 mx-factor             pic s9(11)v9(9).
       01 mx-abs                pic s9(24)v9(4).
       01 mx-best               pic s9(24)v9(4).
       01 piv                   pic 9.
       01 piv-row               pic 9.
       01 row-r                 pic 9.
       01 col-c                 pic 9.
       01 aug-cols              pic 9.
       01 solved-coef           pic s9(9)v9(6) occurs 3 times.
       01 back-sum              pic s9(24)v9(4).
       01 singular-flag         pic x value "N".
           88 fit-singular             value "Y".
       01 fit-coef              pic s9(9)v9(6) occurs 3 times.
       01 fit-intercept         pic s9(11)v9(4).
       01 fit-r2                pic s9v9(4).

      * Tracking report.
       01 expected-usage        pic s9(11)v99.
       01 month-diff            pic s9(11)v99.
       01 cusum                 pic s9(11)v99 value zero.
       01 cusum-min             pic s9(11)v99 value zero.
       01 cusum-max             pic s9(11)v99 value zero.
       01 cusum-min-month       pic x(6).
       01 cusum-max-month       pic x(6).
       01 turn-month            pic x(6).
       01 turn-units            pic s9(11)v99.
       01 turn-dollars          pic s9(11)v99.
       01 months-tracked        pic 99 value zero.
       01 start-month-in        pic x(6).
       01 month-count-in        pic x(4).
       01 out-line              pic x(120).

      * Displayed-fields.
       01 prod-fmt              pic 9(9).99 usage display.
       01 dd-fmt                pic 9(4).9 usage display.
       01 intercept-fmt         pic -9(8).99 usage display.
       01 coef-fmt              pic -9(6).9(4) usage display.
       01 r2-fmt                pic 9.9(4) usage display.
       01 months-fmt            pic 99 usage display.
       01 prod-out              pic zzz,zzz,zz9.99 usage display.
       01 dd-out                pic z,zz9.9 usage display.
       01 hdd-col-out           pic x(7).
       01 intercept-out         pic zzz,zzz,zz9.99- usage display.
       01 coef-out              pic zzz,zz9.9999- usage display.
       01 r2-out                pic 9.9999 usage display.
       01 usage-out             pic zzz,zzz,zz9 usage display.
       01 expected-out          pic zzz,zzz,zz9- usage display.
       01 diff-out              pic zzz,zzz,zz9- usage display.
       01 cusum-out             pic zzz,zzz,zz9- usage display.
       01 dollars-out           pic $$$,$$$,$$9- usage display.
       01 count-out             pic zz,zz9.

       procedure division.
       100-main-para.
           display spaces
           display "***** REGRESSION ENERGY BASELINE BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-plant-master
           perform 110-load-prodlog thru 110-load-exit
           perform 130-load-baselines thru 130-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** REGRESSION ENERGY BASELINE ENDS *****"
           display spaces

           move "ENPIBASE" to audit-trail-pgm
           move "Regression energy baseline session completed."
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
           display " 1 --- Enter or change a month's production and"
                   " degree-days"
           display " 2 --- Browse a plant's production log"
           display " 3 --- Delete a production log month"
           display " 4 --- Fit a plant's regression baseline"
           display " 5 --- Browse the stored baselines"
           display " 6 --- Expected versus actual CUSUM report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-enter-prodlog thru
                             300-enter-exit
              when "2" perform 200-browse-prodlog thru
                             200-browse-exit
              when "3" perform 350-delete-prodlog thru
                             350-delete-exit
              when "4" perform 400-fit-baseline thru
                             400-fit-exit
              when "5" perform 470-browse-baselines
              when "6" perform 500-cusum-report thru
                             500-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 6."
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

       110-load-prodlog.
           move zero to prod-count
           open input prod-log-file
           if prodlog-status NOT EQUAL TO "00"
              display "No PRODLOG production log on file yet -- the"
              display "first month entered creates it."
              go to 110-load-exit
           end-if
           move "N" to prod-eof-flag
           perform 111-read-prodlog-record
           perform 112-store-prodlog-record until prod-eof
           close prod-log-file.
       110-load-exit.
           exit.

       111-read-prodlog-record.
           read prod-log-file
              at end move "Y" to prod-eof-flag
           end-read.

       112-store-prodlog-record.
           if pr-plant NOT EQUAL TO spaces and
              prod-count < max-prod-lines
              add 1 to prod-count
              move prod-count to prod-idx
              move function upper-case(pr-plant) to lt-plant(prod-idx)
              move pr-month to lt-month(prod-idx)
              move function lower-case(pr-prod-in) to pr-prod-in
              move function lower-case(pr-hdd-in) to pr-hdd-in
              move function lower-case(pr-cdd-in) to pr-cdd-in
              compute lt-prod(prod-idx) = function numval(pr-prod-in)
              compute lt-hdd(prod-idx) = function numval(pr-hdd-in)
              compute lt-cdd(prod-idx) = function numval(pr-cdd-in)
              move function upper-case(pr-unit) to lt-unit(prod-idx)
           end-if
           perform 111-read-prodlog-record.

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

       130-load-baselines.
           move zero to base-count
           open input baseline-file
           if baseline-status NOT EQUAL TO "00"
              go to 130-load-exit
           end-if
           move "N" to base-eof-flag
           perform 131-read-baseline-record
           perform 132-store-baseline-record until base-eof
           close baseline-file.
       130-load-exit.
           exit.

       131-read-baseline-record.
           read baseline-file
              at end move "Y" to base-eof-flag
           end-read.

       132-store-baseline-record.
           if bc-plant NOT EQUAL TO spaces and
              base-count < max-baselines
              add 1 to base-count
              move base-count to base-idx
              move function upper-case(bc-plant) to bs-plant(base-idx)
              move function upper-case(bc-commodity)
                   to bs-commodity(base-idx)
              move bc-year to bs-year(base-idx)
              move function lower-case(bc-intercept-in)
                   to bc-intercept-in
              move function lower-case(bc-hdd-coef-in)
                   to bc-hdd-coef-in
              move function lower-case(bc-cdd-coef-in)
                   to bc-cdd-coef-in
              move function lower-case(bc-prod-coef-in)
                   to bc-prod-coef-in
              move function lower-case(bc-r2-in) to bc-r2-in
              compute bs-intercept(base-idx) =
                      function numval(bc-intercept-in)
              compute bs-hdd-coef(base-idx) =
                      function numval(bc-hdd-coef-in)
              compute bs-cdd-coef(base-idx) =
                      function numval(bc-cdd-coef-in)
              compute bs-prod-coef(base-idx) =
                      function numval(bc-prod-coef-in)
              compute bs-r2(base-idx) = function numval(bc-r2-in)
              compute bs-months(base-idx) =
                      function numval(bc-months-in)
              move bc-fit-date to bs-fit-date(base-idx)
           end-if
           perform 131-read-baseline-record.

       180-save-prodlog.
           open output prod-log-file
           if prodlog-status NOT EQUAL TO "00"
              display "Unable to open PRODLOG for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-prodlog-line
                   varying prod-idx from 1 by 1
                   until prod-idx > prod-count
           close prod-log-file

           move "ENPIBASE" to audit-trail-pgm
           move "PRODLOG production log rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-prodlog-line.
           move spaces to prod-log-record
           move lt-plant(prod-idx) to pr-plant
           move lt-month(prod-idx) to pr-month
           move lt-prod(prod-idx)  to prod-fmt
           move prod-fmt           to pr-prod-in
           move lt-hdd(prod-idx)   to dd-fmt
           move dd-fmt             to pr-hdd-in
           move lt-cdd(prod-idx)   to dd-fmt
           move dd-fmt             to pr-cdd-in
           move lt-unit(prod-idx)  to pr-unit
           write prod-log-record.

       185-save-baselines.
           open output baseline-file
           if baseline-status NOT EQUAL TO "00"
              display "Unable to open ENPIBASE for output."
              go to 185-save-exit
           end-if
           perform 186-write-one-baseline
                   varying base-idx from 1 by 1
                   until base-idx > base-count
           close baseline-file.
       185-save-exit.
           exit.

       186-write-one-baseline.
           move spaces to baseline-record
           move bs-plant(base-idx)     to bc-plant
           move bs-commodity(base-idx) to bc-commodity
           move bs-year(base-idx)      to bc-year
           move bs-intercept(base-idx) to intercept-fmt
           move intercept-fmt          to bc-intercept-in
           move bs-hdd-coef(base-idx)  to coef-fmt
           move coef-fmt               to bc-hdd-coef-in
           move bs-cdd-coef(base-idx)  to coef-fmt
           move coef-fmt               to bc-cdd-coef-in
           move bs-prod-coef(base-idx) to coef-fmt
           move coef-fmt               to bc-prod-coef-in
           move bs-r2(base-idx)        to r2-fmt
           move r2-fmt                 to bc-r2-in
           move bs-months(base-idx)    to months-fmt
           move months-fmt             to bc-months-in
           move bs-fit-date(base-idx)  to bc-fit-date
           write baseline-record.

       200-browse-prodlog.
           display spaces
           perform 250-plant-entry thru 250-plant-exit
           if plant-in EQUAL TO spaces
              go to 200-browse-exit
           end-if

           display spaces
           display "PLNT MONTH       PRODUCTION UNIT         HDD"
                   "      CDD"
           move zero to browse-shown
           perform 210-disp-one-prodlog-line
                   varying prod-idx from 1 by 1
                   until prod-idx > prod-count
           move browse-shown to count-out
           display spaces
           display count-out " months logged for " plant-in ".".
       200-browse-exit.
           exit.

       210-disp-one-prodlog-line.
           if lt-plant(prod-idx) EQUAL TO plant-in
              add 1 to browse-shown
              move lt-prod(prod-idx) to prod-out
              move lt-hdd(prod-idx) to dd-out
              display lt-plant(prod-idx) " " lt-month(prod-idx)
                      " " prod-out " " lt-unit(prod-idx) " "
                      dd-out with no advancing
              move lt-cdd(prod-idx) to dd-out
              display "  " dd-out
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

      * Commodity of the usage being modelled, as on METERMAST.
       255-commodity-entry.
           display "Commodity (E/G/O/W/S, blank for E): "
                   with no advancing
           accept commodity-in
           move function upper-case(commodity-in) to commodity-in
           if commodity-in EQUAL TO spaces
              move "E" to commodity-in
           end-if
           if NOT commodity-valid
              display "The commodity is E, G, O, W, or S."
              go to 255-commodity-entry
           end-if.

      * The production-log key -- plant and month; PROD-PICK comes
      * back non-zero when the month is already logged.
       260-prodlog-key-entry.
           perform 250-plant-entry thru 250-plant-exit
           if plant-in EQUAL TO spaces
              go to 260-key-exit
           end-if
           display "Month (YYYYMM): " with no advancing
           accept month-in
           if month-in NOT NUMERIC or month-in(5:2) < "01" or
              month-in(5:2) > "12"
              display "The month is YYYYMM."
              move spaces to plant-in
              go to 260-key-exit
           end-if
           move plant-in to probe-plant-key
           move month-in to probe-month
           perform 265-find-prodlog-line.
       260-key-exit.
           exit.

      * PROD-PICK comes back on the log line for PROBE-PLANT-KEY and
      * PROBE-MONTH, zero when there is none.
       265-find-prodlog-line.
           move zero to prod-pick
           perform 266-test-prodlog-key
                   varying prod-idx from 1 by 1
                   until prod-idx > prod-count.

       266-test-prodlog-key.
           if lt-plant(prod-idx) EQUAL TO probe-plant-key and
              lt-month(prod-idx) EQUAL TO probe-month
              move prod-idx to prod-pick
           end-if.

       300-enter-prodlog.
           display spaces
           perform 260-prodlog-key-entry thru 260-key-exit
           if plant-in EQUAL TO spaces
              go to 300-enter-exit
           end-if

           if prod-not-found
              if prod-count NOT LESS THAN max-prod-lines
                 display "The production log table is full."
                 go to 300-enter-exit
              end-if
           else
              move lt-prod(prod-pick) to prod-out
              move lt-hdd(prod-pick) to dd-out
              display "On file: " prod-out " " lt-unit(prod-pick)
                      "  HDD " dd-out with no advancing
              move lt-cdd(prod-pick) to dd-out
              display "  CDD " dd-out
              display "Replace it? (Y/N): " with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 300-enter-exit
              end-if
           end-if

           if prod-not-found
              add 1 to prod-count
              move prod-count to prod-pick
              move plant-in to lt-plant(prod-pick)
              move month-in to lt-month(prod-pick)
              move spaces   to lt-unit(prod-pick)
           end-if

           display "Production for the month: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           move entry-value to lt-prod(prod-pick)
           if lt-unit(prod-pick) EQUAL TO spaces
              display "Production unit (TONS, CASES ...): "
                      with no advancing
           else
              display "Production unit (blank for "
                      lt-unit(prod-pick) "): " with no advancing
           end-if
           accept unit-in
           move function upper-case(unit-in) to unit-in
           if unit-in NOT EQUAL TO spaces
              move unit-in to lt-unit(prod-pick)
           end-if
           display "Heating degree-days: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           move entry-value to lt-hdd(prod-pick)
           display "Cooling degree-days: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           move entry-value to lt-cdd(prod-pick)

           perform 180-save-prodlog thru 180-save-exit
           display "Production month saved."

           move "ENPIBASE" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Production " plant-in " " month-in " set"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-enter-exit.
           exit.

       350-delete-prodlog.
           display spaces
           perform 260-prodlog-key-entry thru 260-key-exit
           if plant-in EQUAL TO spaces
              go to 350-delete-exit
           end-if
           if prod-not-found
              display "No such production month."
              go to 350-delete-exit
           end-if

           display "Delete it? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 350-delete-exit
           end-if
           perform 351-close-up-gap
                   varying prod-idx from prod-pick by 1
                   until prod-idx NOT LESS THAN prod-count
           subtract 1 from prod-count
           perform 180-save-prodlog thru 180-save-exit
           display "Production month deleted."

           move "ENPIBASE" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Production " plant-in " " month-in " deleted"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       350-delete-exit.
           exit.

       351-close-up-gap.
           move prod-entry(prod-idx + 1) to prod-entry(prod-idx).

      * Fit: the baseline year's twelve months of usage against the
      * drivers logged for them.  A month needs both a production-log
      * line and some usage to enter the fit.
       400-fit-baseline.
           display spaces
           perform 250-plant-entry thru 250-plant-exit
           if plant-in EQUAL TO spaces
              go to 400-fit-exit
           end-if
           perform 255-commodity-entry
           display "Baseline year (YYYY): " with no advancing
           accept year-in
           if year-in NOT NUMERIC
              display "The baseline year is four digits."
              go to 400-fit-exit
           end-if

           move year-in to ym-year
           move 1 to ym-month
           move 12 to month-count
           perform 410-build-month-table
           perform 420-post-drivers
           perform 430-spread-bills

           perform 450-regress thru 450-regress-exit
           if fit-n < min-fit-months
              go to 400-fit-exit
           end-if
           if fit-singular
              display "The drivers move together too closely over"
              display "the baseline months to separate -- no fit."
              go to 400-fit-exit
           end-if

           display spaces
           display "Baseline " plant-in " " commodity-in " " year-in
                   " from " fit-n " months:"
           move fit-intercept to intercept-out
           display "   Intercept (per month)    " intercept-out
           move fit-coef(1) to coef-out
           display "   Per heating degree-day   " coef-out
           move fit-coef(2) to coef-out
           display "   Per cooling degree-day   " coef-out
           move fit-coef(3) to coef-out
           display "   Per unit of production   " coef-out " "
                   production-unit
           move fit-r2 to r2-out
           display "   R-squared                " r2-out
           if fit-r2 < 0.75
              display "   (a weak fit -- check the log for gaps"
              display "    before relying on the CUSUM)"
           end-if

           display "Store this baseline? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 400-fit-exit
           end-if

           perform 480-find-baseline
           if base-not-found
              if base-count NOT LESS THAN max-baselines
                 display "The baseline table is full."
                 go to 400-fit-exit
              end-if
              add 1 to base-count
              move base-count to base-pick
              move plant-in     to bs-plant(base-pick)
              move commodity-in to bs-commodity(base-pick)
              move year-in      to bs-year(base-pick)
           end-if
           move fit-intercept to bs-intercept(base-pick)
           move fit-coef(1)   to bs-hdd-coef(base-pick)
           move fit-coef(2)   to bs-cdd-coef(base-pick)
           move fit-coef(3)   to bs-prod-coef(base-pick)
           move fit-r2        to bs-r2(base-pick)
           move fit-n         to bs-months(base-pick)
           move todays-date-stamp(1:8) to bs-fit-date(base-pick)
           perform 185-save-baselines thru 185-save-exit
           display "Baseline stored."

           move "ENPIBASE" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Baseline " plant-in " " commodity-in " " year-in
                  " fitted, R2=" r2-out
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-fit-exit.
           exit.

      * MONTH-COUNT months starting at YM-WORK, each with its first
      * and last day as integer dates for the proration.
       410-build-one-month.
           move ym-work to mo-yyyymm(mo-idx)
           compute ym-date-num = ym-year * 10000 + ym-month * 100 + 1
           compute mo-start-int(mo-idx) =
                   function integer-of-date(ym-date-num)
           add 1 to ym-month
           if ym-month > 12
              move 1 to ym-month
              add 1 to ym-year
           end-if
           compute ym-date-num = ym-year * 10000 + ym-month * 100 + 1
           compute mo-end-int(mo-idx) =
                   function integer-of-date(ym-date-num) - 1
           move zero to mo-usage(mo-idx)
           move zero to mo-dollars(mo-idx)
           move "N" to mo-driver-flag(mo-idx)
           move zero to mo-x(mo-idx, 1)
           move zero to mo-x(mo-idx, 2)
           move zero to mo-x(mo-idx, 3).

       410-build-month-table.
           perform 410-build-one-month
                   varying mo-idx from 1 by 1
                   until mo-idx > month-count.

       420-post-drivers.
           move spaces to production-unit
           move plant-in to probe-plant-key
           perform 421-post-one-month-drivers
                   varying mo-idx from 1 by 1
                   until mo-idx > month-count.

       421-post-one-month-drivers.
           move mo-yyyymm(mo-idx) to probe-month
           perform 265-find-prodlog-line
           if prod-pick > zero
              move "Y" to mo-driver-flag(mo-idx)
              move lt-hdd(prod-pick)  to mo-x(mo-idx, 1)
              move lt-cdd(prod-pick)  to mo-x(mo-idx, 2)
              move lt-prod(prod-pick) to mo-x(mo-idx, 3)
              if production-unit EQUAL TO spaces
                 move lt-unit(prod-pick) to production-unit
              end-if
           end-if.

      * Every BILLLOG bill for the plant's meters of the chosen
      * commodity is spread over the months its service days fall
      * in, by days (start and end dates both count).
       430-spread-bills.
           perform 115-load-meter-master
           move zero to bills-used
           move zero to bills-skipped
           move zero to total-usage
           move zero to total-dollars
           open input bill-file
           if bill-status EQUAL TO "00"
              move "N" to bill-eof-flag
              perform 435-read-bill-record
              perform 431-post-one-bill thru 431-next-bill
                      until bill-eof
              close bill-file
           end-if
           move zero to unit-price
           if total-usage > zero
              compute unit-price rounded =
                      total-dollars / total-usage
           end-if.

       431-post-one-bill.
           if bl-meter EQUAL TO spaces
              go to 431-next-bill
           end-if
           move function upper-case(bl-plant) to bl-plant
           if bl-plant NOT EQUAL TO plant-in
              go to 431-next-bill
           end-if
           move bl-start to bill-start-num
           move bl-end to bill-end-num
           if bl-start NOT NUMERIC or bl-end NOT NUMERIC or
              bl-end < bl-start
              add 1 to bills-skipped
              go to 431-next-bill
           end-if

           move zero to meter-pick
           perform 432-test-one-meter
                   varying meter-idx from 1 by 1
                   until meter-idx > meter-count
           if meter-not-found
              go to 431-next-bill
           end-if
           if mt-commodity(meter-pick) NOT EQUAL TO commodity-in
              go to 431-next-bill
           end-if

           compute bill-start-int =
                   function integer-of-date(bill-start-num)
           compute bill-end-int =
                   function integer-of-date(bill-end-num)
           if bill-start-int > mo-end-int(month-count) or
              bill-end-int < mo-start-int(1)
              go to 431-next-bill
           end-if

           move function lower-case(bl-dollars-in) to bl-dollars-in
           move function lower-case(bl-usage-in) to bl-usage-in
           compute bill-dollars = function numval(bl-dollars-in)
           compute bill-usage = function numval(bl-usage-in)
           compute bill-days = bill-end-int - bill-start-int + 1
           add 1 to bills-used
           perform 433-share-one-month thru 433-share-exit
                   varying mo-idx from 1 by 1
                   until mo-idx > month-count.
       431-next-bill.
           perform 435-read-bill-record.

       432-test-one-meter.
           if mt-plant(meter-idx) EQUAL TO bl-plant and
              mt-meter(meter-idx) EQUAL TO bl-meter
              move meter-idx to meter-pick
           end-if.

       433-share-one-month.
           if bill-start-int > mo-start-int(mo-idx)
              move bill-start-int to overlap-lo
           else
              move mo-start-int(mo-idx) to overlap-lo
           end-if
           if bill-end-int < mo-end-int(mo-idx)
              move bill-end-int to overlap-hi
           else
              move mo-end-int(mo-idx) to overlap-hi
           end-if
           if overlap-lo > overlap-hi
              go to 433-share-exit
           end-if
           compute overlap-days = overlap-hi - overlap-lo + 1
           compute bill-usage-share rounded =
                   bill-usage * overlap-days / bill-days
           compute bill-dollar-share rounded =
                   bill-dollars * overlap-days / bill-days
           add bill-usage-share to mo-usage(mo-idx)
           add bill-dollar-share to mo-dollars(mo-idx)
           add bill-usage-share to total-usage
           add bill-dollar-share to total-dollars.
       433-share-exit.
           exit.

       435-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

       440-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * Least squares over the months that have both drivers and
      * usage.  Each driver that varies enters the fit; FIT-COEF
      * comes back per driver (zero when left out), with the
      * intercept and R-squared.
       450-regress.
           move "N" to singular-flag
           move zero to fit-n
           move zero to y-sum
           move zero to x-sum(1)
           move zero to x-sum(2)
           move zero to x-sum(3)
           move zero to fit-coef(1)
           move zero to fit-coef(2)
           move zero to fit-coef(3)
           move zero to fit-intercept
           move zero to fit-r2
           perform 451-sum-one-month
                   varying mo-idx from 1 by 1
                   until mo-idx > month-count
           if fit-n < min-fit-months
              display "Only " fit-n " months have both production-log"
                      " drivers and usage --"
              display "at least " min-fit-months " are needed to fit."
              go to 450-regress-exit
           end-if

           compute y-mean rounded = y-sum / fit-n
           move zero to active-count
           perform 452-mean-one-driver
                   varying drv-j from 1 by 1
                   until drv-j > 3
           move zero to syy
           perform 453-dev-one-month
                   varying mo-idx from 1 by 1
                   until mo-idx > month-count
           if active-count EQUAL TO zero
              move y-mean to fit-intercept
              go to 450-regress-exit
           end-if

      * The augmented normal-equation matrix on the active drivers.
           compute aug-cols = active-count + 1
           perform 454-clear-matrix-row
                   varying row-r from 1 by 1
                   until row-r > 3
           perform 455-matrix-one-month
                   varying mo-idx from 1 by 1
                   until mo-idx > month-count

           perform 460-eliminate-column thru 460-eliminate-exit
                   varying piv from 1 by 1
                   until piv > active-count or fit-singular
           if fit-singular
              go to 450-regress-exit
           end-if
           perform 466-back-substitute
                   varying row-r from active-count by -1
                   until row-r < 1

      * Coefficients back onto their drivers; intercept through the
      * means; SSE = Syy less the fitted share of the cross sums
      * (taken before the elimination reworked the matrix).
           compute fit-intercept = y-mean
           move zero to back-sum
           perform 458-place-one-coefficient
                   varying row-r from 1 by 1
                   until row-r > active-count
           compute sse = syy - back-sum
           if syy > zero
              compute fit-r2 rounded = 1 - sse / syy
           end-if
           if fit-r2 < zero
              move zero to fit-r2
           end-if.
       450-regress-exit.
           exit.

       451-sum-one-month.
           if mo-has-drivers(mo-idx) and mo-usage(mo-idx) > zero
              add 1 to fit-n
              add mo-usage(mo-idx) to y-sum
              add mo-x(mo-idx, 1) to x-sum(1)
              add mo-x(mo-idx, 2) to x-sum(2)
              add mo-x(mo-idx, 3) to x-sum(3)
           end-if.

       452-mean-one-driver.
           compute x-mean(drv-j) rounded = x-sum(drv-j) / fit-n.

       453-dev-one-month.
           if mo-has-drivers(mo-idx) and mo-usage(mo-idx) > zero
              compute dev-y = mo-usage(mo-idx) - y-mean
              compute syy = syy + dev-y * dev-y
              perform 457-test-driver-variation
                      varying drv-j from 1 by 1
                      until drv-j > 3
           end-if.

      * A driver is active once any fit month differs from its
      * mean -- tested month by month as the deviations are taken.
       457-test-driver-variation.
           if mo-x(mo-idx, drv-j) NOT EQUAL TO x-mean(drv-j)
              move zero to drv-k
              perform 459-test-active-list
                      varying row-r from 1 by 1
                      until row-r > active-count
              if drv-k EQUAL TO zero
                 add 1 to active-count
                 move drv-j to active-var(active-count)
              end-if
           end-if.

       459-test-active-list.
           if active-var(row-r) EQUAL TO drv-j
              move row-r to drv-k
           end-if.

       454-clear-matrix-row.
           move zero to mx(row-r, 1)
           move zero to mx(row-r, 2)
           move zero to mx(row-r, 3)
           move zero to mx(row-r, 4)
           move zero to sxy(row-r).

       455-matrix-one-month.
           if mo-has-drivers(mo-idx) and mo-usage(mo-idx) > zero
              compute dev-y = mo-usage(mo-idx) - y-mean
              perform 456-matrix-one-cell
                      varying row-r from 1 by 1
                      until row-r > active-count
           end-if.

       456-matrix-one-cell.
           move active-var(row-r) to drv-j
           compute dev-a = mo-x(mo-idx, drv-j) - x-mean(drv-j)
           compute mx(row-r, aug-cols) =
                   mx(row-r, aug-cols) + dev-a * dev-y
           compute sxy(drv-j) = sxy(drv-j) + dev-a * dev-y
           perform 456a-matrix-cross-term
                   varying col-c from 1 by 1
                   until col-c > active-count.

       456a-matrix-cross-term.
           move active-var(col-c) to drv-k
           compute dev-b = mo-x(mo-idx, drv-k) - x-mean(drv-k)
           compute mx(row-r, col-c) =
                   mx(row-r, col-c) + dev-a * dev-b.

       458-place-one-coefficient.
           move active-var(row-r) to drv-j
           move solved-coef(row-r) to fit-coef(drv-j)
           compute fit-intercept =
                   fit-intercept - solved-coef(row-r) * x-mean(drv-j)
           compute back-sum =
                   back-sum + solved-coef(row-r) * sxy(drv-j).

      * One column of the forward elimination: the largest remaining
      * entry in the column is swapped up as the pivot, then cleared
      * out of every row beneath it.  A vanishing pivot means the
      * drivers are collinear over the baseline months.
       460-eliminate-column.
           move piv to piv-row
           move zero to mx-best
           perform 461-pick-pivot-row
                   varying row-r from piv by 1
                   until row-r > active-count
           if mx-best < 0.0001
              move "Y" to singular-flag
              go to 460-eliminate-exit
           end-if
           if piv-row NOT EQUAL TO piv
              perform 462-swap-one-cell
                      varying col-c from 1 by 1
                      until col-c > aug-cols
           end-if
           perform 463-eliminate-row
                   varying row-r from piv by 1
                   until row-r > active-count.
       460-eliminate-exit.
           exit.

       461-pick-pivot-row.
           move mx(row-r, piv) to mx-abs
           if mx-abs < zero
              compute mx-abs = zero - mx-abs
           end-if
           if mx-abs > mx-best
              move mx-abs to mx-best
              move row-r to piv-row
           end-if.

       462-swap-one-cell.
           move mx(piv, col-c) to mx-swap
           move mx(piv-row, col-c) to mx(piv, col-c)
           move mx-swap to mx(piv-row, col-c).

       463-eliminate-row.
           if row-r > piv
              compute mx-factor rounded =
                      mx(row-r, piv) / mx(piv, piv)
              perform 464-eliminate-cell
                      varying col-c from piv by 1
                      until col-c > aug-cols
           end-if.

       464-eliminate-cell.
           compute mx(row-r, col-c) rounded =
                   mx(row-r, col-c) - mx-factor * mx(piv, col-c).

       466-back-substitute.
           move mx(row-r, aug-cols) to back-sum
           perform 467-back-one-term
                   varying col-c from row-r by 1
                   until col-c > active-count
           compute solved-coef(row-r) rounded =
                   back-sum / mx(row-r, row-r).

       467-back-one-term.
           if col-c > row-r
              compute back-sum =
                      back-sum - mx(row-r, col-c) * solved-coef(col-c)
           end-if.

       470-browse-baselines.
           display spaces
           display "PLNT C YEAR     INTERCEPT      PER HDD      PER CDD"
                   "   PER PROD    R2  MOS FITTED"
           perform 471-disp-one-baseline
                   varying base-idx from 1 by 1
                   until base-idx > base-count
           move base-count to count-out
           display spaces
           display count-out " baselines on file.".

       471-disp-one-baseline.
           move bs-intercept(base-idx) to intercept-out
           move bs-r2(base-idx) to r2-out
           display bs-plant(base-idx) " " bs-commodity(base-idx) " "
                   bs-year(base-idx) " " intercept-out
                   with no advancing
           move bs-hdd-coef(base-idx) to coef-out
           display coef-out with no advancing
           move bs-cdd-coef(base-idx) to coef-out
           display coef-out with no advancing
           move bs-prod-coef(base-idx) to coef-out
           display coef-out " " r2-out " " bs-months(base-idx) " "
                   bs-fit-date(base-idx).

      * BASE-PICK comes back on the stored baseline for PLANT-IN,
      * COMMODITY-IN, and YEAR-IN, zero when there is none.
       480-find-baseline.
           move zero to base-pick
           perform 481-test-one-baseline
                   varying base-idx from 1 by 1
                   until base-idx > base-count.

       481-test-one-baseline.
           if bs-plant(base-idx) EQUAL TO plant-in and
              bs-commodity(base-idx) EQUAL TO commodity-in and
              bs-year(base-idx) EQUAL TO year-in
              move base-idx to base-pick
           end-if.

      * The latest baseline year stored for the plant and commodity,
      * offered as the default.
       482-latest-baseline.
           if bs-plant(base-idx) EQUAL TO plant-in and
              bs-commodity(base-idx) EQUAL TO commodity-in and
              bs-year(base-idx) > year-in
              move bs-year(base-idx) to year-in
           end-if.

      * Tracking: each month's expected usage off the stored
      * baseline against the prorated bills, the difference
      * (expected less actual, so a saving is positive) summed into
      * the CUSUM.  The CUSUM's turning point marks the month
      * performance changed.
       500-cusum-report.
           display spaces
           perform 250-plant-entry thru 250-plant-exit
           if plant-in EQUAL TO spaces
              go to 500-report-exit
           end-if
           perform 255-commodity-entry

           move spaces to year-in
           perform 482-latest-baseline
                   varying base-idx from 1 by 1
                   until base-idx > base-count
           if year-in EQUAL TO spaces
              display "No baseline stored for " plant-in " "
                      commodity-in " -- fit one first."
              go to 500-report-exit
           end-if
           display "Baseline year (blank for " year-in "): "
                   with no advancing
           accept value-in
           if value-in NOT EQUAL TO spaces
              move value-in(1:4) to year-in
           end-if
           perform 480-find-baseline
           if base-not-found
              display "No " year-in " baseline stored for " plant-in
                      " " commodity-in "."
              go to 500-report-exit
           end-if

           move year-in to ym-year
           add 1 to ym-year
           move 1 to ym-month
           display "First month to track (YYYYMM, blank for "
                   ym-work "): " with no advancing
           accept start-month-in
           if start-month-in NOT EQUAL TO spaces
              if start-month-in NOT NUMERIC or
                 start-month-in(5:2) < "01" or
                 start-month-in(5:2) > "12"
                 display "The month is YYYYMM."
                 go to 500-report-exit
              end-if
              move start-month-in to ym-work
           end-if
           move 12 to month-count
           display "Months to track (1-36, blank for 12): "
                   with no advancing
           accept month-count-in
           move function lower-case(month-count-in) to month-count-in
           if month-count-in NOT EQUAL TO spaces
              compute month-count = function numval(month-count-in)
           end-if
           if month-count EQUAL TO zero or month-count > max-months
              display "Track 1 through 36 months."
              go to 500-report-exit
           end-if

           perform 410-build-month-table
           perform 420-post-drivers
           perform 430-spread-bills

           display spaces
           display "Print the CUSUM report to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "REGRESSION BASELINE CUSUM" to report-title
              move "ENPIPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "EXPECTED VERSUS ACTUAL  PLANT " plant-in
                  "  COMMODITY " commodity-in "  BASELINE "
                  year-in "  " todays-date-out
                  delimited by size into out-line
           perform 440-emit-line
           move bs-intercept(base-pick) to intercept-out
           move bs-r2(base-pick) to r2-out
           move spaces to out-line
           string "EXPECTED = " intercept-out
                  delimited by size into out-line
           perform 440-emit-line
           move bs-hdd-coef(base-pick) to coef-out
           move spaces to out-line
           string "         + " coef-out " x HDD"
                  delimited by size into out-line
           perform 440-emit-line
           move bs-cdd-coef(base-pick) to coef-out
           move spaces to out-line
           string "         + " coef-out " x CDD"
                  delimited by size into out-line
           perform 440-emit-line
           move bs-prod-coef(base-pick) to coef-out
           move spaces to out-line
           string "         + " coef-out " x PRODUCTION ("
                  production-unit ")   R2 " r2-out
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           string "DIFFERENCE IS EXPECTED LESS ACTUAL -- A SAVING IS"
                  " POSITIVE"
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           perform 440-emit-line
           move spaces to out-line
           string "MONTH       HDD      CDD      PRODUCTION"
                  "     EXPECTED       ACTUAL   DIFFERENCE"
                  "        CUSUM"
                  delimited by size into out-line
           perform 440-emit-line

           move zero to cusum
           move zero to cusum-min
           move zero to cusum-max
           move spaces to cusum-min-month
           move spaces to cusum-max-month
           move zero to months-tracked
           perform 510-report-one-month
                   varying mo-idx from 1 by 1
                   until mo-idx > month-count

           move spaces to out-line
           perform 440-emit-line
           perform 520-turning-point thru 520-turning-exit

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to ENPIPRINT."
           end-if

           move "ENPIBASE" to audit-trail-pgm
           move spaces to audit-trail-detail
           move cusum to cusum-out
           string "CUSUM " plant-in " " commodity-in " base "
                  year-in " from " mo-yyyymm(1) " =" cusum-out
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-report-exit.
           exit.

       510-report-one-month.
           move mo-x(mo-idx, 1) to dd-out
           move spaces to out-line
           if NOT mo-has-drivers(mo-idx) or
              mo-usage(mo-idx) EQUAL TO zero
              move mo-usage(mo-idx) to usage-out
              string mo-yyyymm(mo-idx)
                     "   NO PRODUCTION-LOG LINE OR NO USAGE -- "
                     "LEFT OUT OF THE CUSUM  ACTUAL " usage-out
                     delimited by size into out-line
              perform 440-emit-line
           else
              compute expected-usage rounded =
                      bs-intercept(base-pick)
                      + bs-hdd-coef(base-pick) * mo-x(mo-idx, 1)
                      + bs-cdd-coef(base-pick) * mo-x(mo-idx, 2)
                      + bs-prod-coef(base-pick) * mo-x(mo-idx, 3)
              compute month-diff = expected-usage - mo-usage(mo-idx)
              add month-diff to cusum
              add 1 to months-tracked
              if months-tracked EQUAL TO 1
                 move cusum to cusum-min
                 move cusum to cusum-max
                 move mo-yyyymm(mo-idx) to cusum-min-month
                 move mo-yyyymm(mo-idx) to cusum-max-month
              end-if
              if cusum < cusum-min
                 move cusum to cusum-min
                 move mo-yyyymm(mo-idx) to cusum-min-month
              end-if
              if cusum > cusum-max
                 move cusum to cusum-max
                 move mo-yyyymm(mo-idx) to cusum-max-month
              end-if
              move mo-x(mo-idx, 3) to prod-out
              move expected-usage to expected-out
              move mo-usage(mo-idx) to usage-out
              move month-diff to diff-out
              move cusum to cusum-out
              move dd-out to hdd-col-out
              move mo-x(mo-idx, 2) to dd-out
              string mo-yyyymm(mo-idx) "  " hdd-col-out "  " dd-out
                     " " prod-out "  " expected-out "  " usage-out
                     " " diff-out "  " cusum-out
                     delimited by size into out-line
              perform 440-emit-line
           end-if.

      * A CUSUM ending positive turned at its lowest point -- the
      * plant has saved since the month after it; one ending negative
      * turned at its highest.  A turn at the first month tracked
      * may be older than the report window.
       520-turning-point.
           move months-tracked to count-out
           move spaces to out-line
           move cusum to cusum-out
           string "MONTHS TRACKED " count-out "   FINAL CUSUM "
                  cusum-out
                  delimited by size into out-line
           perform 440-emit-line

           if months-tracked EQUAL TO zero
              go to 520-turning-exit
           end-if
           if cusum NOT LESS THAN zero
              move cusum-min-month to turn-month
              compute turn-units = cusum - cusum-min
           else
              move cusum-max-month to turn-month
              compute turn-units = cusum - cusum-max
           end-if
           compute turn-dollars rounded = turn-units * unit-price
           move turn-units to cusum-out
           move turn-dollars to dollars-out
           move spaces to out-line
           string "PERFORMANCE TURNED AFTER " turn-month
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           if turn-units NOT LESS THAN zero
              string "SAVED SINCE THEN " cusum-out " UNITS, ABOUT "
                     dollars-out " AT THE PERIOD'S AVERAGE PRICE"
                     delimited by size into out-line
           else
              string "LOST SINCE THEN  " cusum-out " UNITS, ABOUT "
                     dollars-out " AT THE PERIOD'S AVERAGE PRICE"
                     delimited by size into out-line
           end-if
           perform 440-emit-line.
       520-turning-exit.
           exit.
