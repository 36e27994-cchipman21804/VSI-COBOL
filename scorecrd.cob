      *****************************************************************
      * MONTHLY EXECUTIVE ENERGY SCORECARD                            *
      *                                                               *
      * The plant managers and the VP were handed five printouts a    *
      * month -- GOALTRAK, MVREPORT, EMISSINV, the BILLLOG history,   *
      * and the work-order list -- and left to find the headline in   *
      * each.  This program collects those headlines for one fiscal   *
      * period onto one page per plant:                               *
      *                                                               *
      *   energy spend     BILLLOG dollars prorated into the period,  *
      *                    against the same period a year earlier;    *
      *   savings goal     RESULTREPO SAV$ claims for the fiscal year *
      *                    to date, GOALTRAK's way, against the       *
      *                    SAVGOAL target prorated to the period;     *
      *   M&V realization  MVLOG metered savings to date against the  *
      *                    repository predictions, MVREPORT's way;    *
      *   permit use       the FUELSKED annual inventory at FUELTYPE  *
      *                    factors against each PERMITS limit,        *
      *                    EMISSINV's way;                            *
      *   work orders      WORKORDER tune-up orders open at period    *
      *                    end, and those open past the overdue age;  *
      *   open losses      the latest TRAPSURV and LEAKSURV plant     *
      *                    roll-ups posted to RESULTREPO.             *
      *                                                               *
      * Each figure gets a red/amber/green status against the         *
      * SCORPARM thresholds (maintained in TABLEDIT), with built-in   *
      * defaults for any threshold not on file.  The pages print      *
      * through the shared report writer with the letterhead and      *
      * register in the print spool.                                  *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   scorecrd.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

      * Scorecard status thresholds, one line per measure.
           select score-parm-file assign to "SCORPARM"
                  organization is line sequential
                  file status is scorparm-status.

      * Utility-bill log -- see BILLSEL/BILLFD.
           COPY billsel.

      * Plant/fiscal-year savings targets -- GOALTRAK's file.
           select goal-file assign to "SAVGOAL"
                  organization is line sequential
                  file status is goal-status.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

           select aff-sked-file assign to "AFFSKED"
                  organization is line sequential
                  file status is aff-sked-status.

           select fuel-sked-file assign to "FUELSKED"
                  organization is line sequential
                  file status is fuel-sked-status.

      * Metered monthly savings -- MVREPORT's file.
           select mv-log-file assign to "MVLOG"
                  organization is line sequential
                  file status is mv-log-status.

           select fuel-type-file assign to "FUELTYPE"
                  organization is line sequential
                  file status is fueltype-status.

      * Permit limits -- EMISSINV's file.
           select permits-file assign to "PERMITS"
                  organization is line sequential
                  file status is permits-status.

      * Tune-up work orders -- see WOSEL/WOFD.
           COPY wosel.

           select report-file assign to "SCOREPRINT"
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
       fd  plant-master-file
           record contains 30 characters.
       01 plant-master-record.
           05 pm-code            pic x(4).
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       fd  score-parm-file
           record contains 30 characters.
       01 score-parm-record.
           05 sp-measure         pic x(8).
           05 sp-green-in        pic x(8).
           05 sp-amber-in        pic x(8).
           05 filler             pic x(6).

       COPY billfd.

       fd  goal-file
           record contains 40 characters.
       01 goal-record.
           05 sg-plant           pic x(4).
           05 sg-fy              pic x(4).
           05 sg-target-in       pic x(12).
           05 sg-units-in        pic x(10).
           05 filler             pic x(10).

       COPY resrepfd.

       fd  aff-sked-file
           record contains 40 characters.
       01 aff-sked-record.
           05 as-tag             pic x(10).
           05 filler             pic x(24).
           05 as-plant           pic x(4).
           05 filler             pic x(2).

       fd  fuel-sked-file
           record contains 60 characters.
       01 fuel-sked-record.
           05 fs-tag             pic x(10).
           05 filler             pic x(10).
           05 fs-usage-in        pic x(8).
           05 filler             pic x(6).
           05 fs-fuel            pic x(2).
           05 fs-plant           pic x(4).
           05 fs-fuel2           pic x(2).
           05 fs-split-in        pic x(3).
           05 filler             pic x(15).

       fd  mv-log-file
           record contains 40 characters.
       01 mv-log-record.
           05 mv-tag             pic x(10).
           05 mv-plant           pic x(4).
           05 mv-month           pic x(6).
           05 mv-amount-in       pic x(10).
           05 filler             pic x(10).

       fd  fuel-type-file
           record contains 48 characters.
       01 fuel-type-record.
           05 ftf-code           pic x(2).
           05 ftf-name           pic x(12).
           05 ftf-heat-val-in    pic x(8).
           05 ftf-co2-in         pic x(8).
           05 ftf-nox-in         pic x(8).
           05 filler             pic x(2).
           05 ftf-eff-date       pic x(8).

       fd  permits-file
           record contains 30 characters.
       01 permits-record.
           05 pmt-plant          pic x(4).
           05 pmt-pollutant      pic x(4).
           05 pmt-limit-in       pic x(10).
           05 pmt-eff-date       pic x(8).
           05 filler             pic x(4).

       COPY wofd.

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

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.
       01 fuel-version-out      pic x(8).
       01 permit-version-out    pic x(8).

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * The period under review and the windows it implies.
       01 fy-in                 pic x(4).
       01 period-in             pic x(2).
       01 period-num            pic 99.
       01 period-start          pic x(8).
       01 period-end            pic x(8).
       01 prior-fy              pic 9(4).
       01 prior-start           pic x(8).
       01 prior-end             pic x(8).
       01 fy-range-start        pic x(8).
       01 fy-period-count       pic 99 value zero.
       01 date-shift.
           05 shift-year        pic 9(4).
           05 shift-mmdd        pic x(4).
       01 period-start-int      pic 9(8) USAGE COMP.
       01 period-end-int        pic 9(8) USAGE COMP.
       01 prior-start-int       pic 9(8) USAGE COMP.
       01 prior-end-int         pic 9(8) USAGE COMP.
       01 date-num              pic 9(8).
       01 end-month             pic x(6).

      * Scorecard thresholds -- the built-in defaults, overridden
      * measure by measure from SCORPARM.  Direction L: lower is
      * better (green at or below GREEN, amber at or below AMBER);
      * H: higher is better.  WODAYS carries the overdue age.
       01 scorparm-status       pic xx.
       01 parm-eof-flag         pic x value "N".
           88 parm-eof                 value "Y".
       01 default-parm-list.
           05 filler pic x(8)  value "SPEND".
           05 filler pic x     value "L".
           05 filler pic 9(7)v99 value 0.
           05 filler pic 9(7)v99 value 5.
           05 filler pic x(8)  value "GOAL".
           05 filler pic x     value "H".
           05 filler pic 9(7)v99 value 100.
           05 filler pic 9(7)v99 value 80.
           05 filler pic x(8)  value "MVREAL".
           05 filler pic x     value "H".
           05 filler pic 9(7)v99 value 90.
           05 filler pic 9(7)v99 value 75.
           05 filler pic x(8)  value "PERMIT".
           05 filler pic x     value "L".
           05 filler pic 9(7)v99 value 80.
           05 filler pic 9(7)v99 value 95.
           05 filler pic x(8)  value "WOOPEN".
           05 filler pic x     value "L".
           05 filler pic 9(7)v99 value 5.
           05 filler pic 9(7)v99 value 10.
           05 filler pic x(8)  value "WOOVER".
           05 filler pic x     value "L".
           05 filler pic 9(7)v99 value 0.
           05 filler pic 9(7)v99 value 2.
           05 filler pic x(8)  value "LOSSES".
           05 filler pic x     value "L".
           05 filler pic 9(7)v99 value 5000.
           05 filler pic 9(7)v99 value 20000.
           05 filler pic x(8)  value "WODAYS".
           05 filler pic x     value "L".
           05 filler pic 9(7)v99 value 30.
           05 filler pic 9(7)v99 value 30.
       01 parm-table redefines default-parm-list.
           05 parm-entry occurs 8 times.
               10 pt-measure     pic x(8).
               10 pt-direction   pic x.
               10 pt-green       pic 9(7)v99.
               10 pt-amber       pic 9(7)v99.
       01 parm-count            pic 9 value 8.
       01 parm-idx              pic 9.
       01 parm-pick             pic 9 value zero.
           88 parm-not-found           value zero.
       01 probe-measure         pic x(8).
       01 overdue-days          pic 9(4) USAGE COMP.

      * The plants, each with every figure the page shows.
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 plant-count           pic 99 value zero.
       01 max-plants            pic 99 value 20.
       01 plant-idx             pic 99.
       01 plant-jdx             pic 99.
       01 plant-pick            pic 99 value zero.
           88 plant-not-found          value zero.
       01 probe-plant           pic x(4).
       01 plant-table.
           05 plant-entry occurs 20 times.
               10 pe-code        pic x(4).
               10 pe-name        pic x(24).
               10 pe-spend-cur   pic 9(9)v99 USAGE COMP.
               10 pe-spend-prior pic 9(9)v99 USAGE COMP.
               10 pe-goal-flag   pic x.
                   88 pe-has-goal        value "Y".
               10 pe-target      pic 9(9)v99 USAGE COMP.
               10 pe-claimed     pic 9(9)v99 USAGE COMP.
               10 pe-mv-expected pic 9(9)v99 USAGE COMP.
               10 pe-mv-actual   pic 9(9)v99 USAGE COMP.
               10 pe-mv-projects pic 9(3) USAGE COMP.
               10 pe-co2-tonnes  pic 9(7)v999 USAGE COMP.
               10 pe-nox-tonnes  pic 9(7)v999 USAGE COMP.
               10 pe-wo-open     pic 9(4) USAGE COMP.
               10 pe-wo-overdue  pic 9(4) USAGE COMP.
               10 pe-trap-loss   pic 9(9)v99 USAGE COMP.
               10 pe-leak-loss   pic 9(9)v99 USAGE COMP.
               10 pe-trap-date   pic x(8).
               10 pe-leak-date   pic x(8).

      * Bill proration.
       01 bill-status           pic xx.
       01 bill-eof-flag         pic x value "N".
           88 bill-eof                 value "Y".
       01 bill-dollars          pic 9(8)v99.
       01 bill-start-num        pic 9(8).
       01 bill-end-num          pic 9(8).
       01 bill-start-int        pic 9(8) USAGE COMP.
       01 bill-end-int          pic 9(8) USAGE COMP.
       01 bill-days             pic 9(5) USAGE COMP.
       01 overlap-lo            pic 9(8) USAGE COMP.
       01 overlap-hi            pic 9(8) USAGE COMP.
       01 overlap-days          pic 9(5) USAGE COMP.
       01 window-lo             pic 9(8) USAGE COMP.
       01 window-hi             pic 9(8) USAGE COMP.
       01 window-share          pic 9(9)v99.

      * Savings-goal fields -- GOALTRAK's claim table, the latest
      * SAV$ figure per tag and program standing for the year.
       01 goal-status           pic xx.
       01 goal-eof-flag         pic x value "N".
           88 goal-eof                 value "Y".
       01 aff-sked-status       pic xx.
       01 fuel-sked-status      pic xx.
       01 map-eof-flag          pic x value "N".
           88 map-eof                  value "Y".
       01 map-count             pic 9(3) value zero.
       01 map-idx               pic 9(3).
       01 map-table.
           05 map-entry occurs 200 times.
               10 mp-tag         pic x(10).
               10 mp-plant       pic x(4).
       01 repo-eof-flag         pic x value "N".
           88 repo-eof                 value "Y".
       01 claim-count           pic 9(3) value zero.
       01 claim-idx             pic 9(3).
       01 claim-pick            pic 9(3) value zero.
           88 claim-not-found          value zero.
       01 claim-table.
           05 claim-entry occurs 200 times.
               10 cl-tag         pic x(10).
               10 cl-pgm         pic x(10).
               10 cl-plant       pic x(4).
               10 cl-date        pic x(8).
               10 cl-amount      pic 9(9)v99 USAGE COMP.
       01 sav-scan-lead         pic x(30).
       01 sav-scan-value        pic x(30).
       01 claim-amount          pic 9(9)v99.
       01 probe-tag             pic x(10).
       01 goal-pct              pic s9(5)v9.
       01 pace-pct              pic s9(5)v9.
       01 prorated-target       pic 9(9)v99.

      * M&V fields -- MVREPORT's roll-up, to the period end.
       01 mv-log-status         pic xx.
       01 mv-eof-flag           pic x value "N".
           88 mv-eof                   value "Y".
       01 proj-count            pic 99 value zero.
       01 proj-idx              pic 99.
       01 proj-pick             pic 99 value zero.
           88 proj-not-found           value zero.
       01 proj-table.
           05 proj-entry occurs 50 times.
               10 pj-tag         pic x(10).
               10 pj-plant       pic x(4).
               10 pj-months      pic 9(3) USAGE COMP.
               10 pj-actual      pic 9(9)v99 USAGE COMP.
       01 mv-amount             pic 9(7)v99.
       01 predicted-found-flag  pic x value "N".
           88 predicted-found          value "Y".
       01 predicted-date        pic x(8).
       01 predicted-annual      pic 9(7)v99.
       01 predicted-monthly     pic 9(7)v99.
       01 realization-pct       pic s9(5)v9.

      * Emissions fields -- EMISSINV's inventory arithmetic.
       01 fueltype-status       pic xx.
       01 fueltype-eof-flag     pic x value "N".
           88 fueltype-eof             value "Y".
       01 fuel-type-count       pic 99 value zero.
       01 fuel-idx              pic 99.
       01 fuel-pick             pic 99 value zero.
           88 no-fuel-selected         value zero.
       01 fuel-code-in          pic x(2).
       01 fuel-type-table.
           05 fuel-type-entry occurs 10 times.
               10 ft-code        pic x(2).
               10 ft-co2         pic 9(3)v9(4) USAGE COMP.
               10 ft-nox         pic 9(3)v9(4) USAGE COMP.
       01 annual-usage          pic 9(7)v99 USAGE COMP.
       01 dual-whole-usage      pic 9(7)v99 USAGE COMP.
       01 split-pct             pic 999.
       01 fuel2-code-in         pic x(2).
       01 permits-status        pic xx.
       01 permits-eof-flag      pic x value "N".
           88 permits-eof              value "Y".
       01 permit-count          pic 99 value zero.
       01 permit-idx            pic 99.
       01 permits-table.
           05 permit-entry occurs 40 times.
               10 pl-plant       pic x(4).
               10 pl-pollutant   pic x(4).
               10 pl-limit       pic 9(7)v99 USAGE COMP.
       01 permit-pct            pic 9(5)v9 USAGE COMP.
       01 permit-tonnes         pic 9(7)v999 USAGE COMP.
       01 permits-shown         pic 99 value zero.

      * Work-order fields.
       01 work-order-status     pic xx.
       01 wo-eof-flag           pic x value "N".
           88 wo-eof                   value "Y".
       01 raised-num            pic 9(8).
       01 raised-int            pic 9(8) USAGE COMP.

      * Open-loss fields -- the plant roll-ups TRAPSURV and LEAKSURV
      * post under TRAPS-pppp and LEAKS-pppp.
       01 loss-tag              pic x(10).
       01 loss-found-date       pic x(8).
       01 loss-amount           pic 9(9)v99.
       01 open-losses           pic 9(9)v99.

      * Status evaluation.
       01 score-value           pic s9(9)v99.
       01 score-word            pic x(5).
       01 red-count             pic 9(3) value zero.
       01 amber-count           pic 9(3) value zero.
       01 green-count           pic 9(3) value zero.

      * Report fields.
       01 out-line              pic x(120).
       01 label-col             pic x(42).
       01 figure-col            pic x(56).
       01 dollars-out           pic $$$,$$$,$$9 usage display.
       01 dollars-out2          pic $$$,$$$,$$9 usage display.
       01 dollars-out3          pic $$$,$$$,$$9 usage display.
       01 pct-out               pic ----9.9 usage display.
       01 pct-out2              pic ----9.9 usage display.
       01 count-out             pic zzz9 usage display.
       01 days-out              pic zz9 usage display.
       01 tonnes-out            pic zzz,zz9.9 usage display.
       01 limit-out             pic zzz,zz9.9 usage display.

       procedure division.
       100-main-para.
           display spaces
           display "***** EXECUTIVE ENERGY SCORECARD BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-plant-master
           if plant-count EQUAL TO zero
              display "No PLANTMAST plant master on file."
              go to 999-end-program
           end-if

           perform 110-period-entry thru 110-period-exit
           if period-end EQUAL TO spaces
              go to 999-end-program
           end-if

           perform 115-load-thresholds
           perform 120-spread-bills
           perform 130-load-goals thru 130-goals-exit
           perform 135-load-tag-plant-map
           perform 140-scan-repository thru 140-scan-exit
           perform 150-mv-rollup thru 150-mv-exit
           perform 160-emissions-inventory thru 160-emis-exit
           perform 170-scan-work-orders thru 170-wo-exit
           perform 180-find-open-losses
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           perform 200-print-scorecards thru 200-print-exit
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** EXECUTIVE ENERGY SCORECARD ENDS *****"
           display spaces

           move "SCORECRD" to audit-trail-pgm
           move spaces to audit-trail-detail
           move red-count to count-out
           string "Scorecard FY" fy-in " P" period-in " printed,"
                  count-out " red"
                  delimited by size into audit-trail-detail
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

      * FUELTYPE and PERMITS versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==158-scan-fuel-versions==
            ==VR-SCAN-EXIT== BY ==158-scan-fuel-exit==
            ==VR-READ-PARA== BY ==158a-read-fuel-version==
            ==VR-HOLD-PARA== BY ==158b-hold-fuel-version==
            ==VR-CHECK-PARA== BY ==158c-check-fuel-version==
            ==VR-FIND-PARA== BY ==158d-find-fuel-version==
            ==VR-TEST-PARA== BY ==158e-test-fuel-version==
            ==VR-FILE== BY ==fuel-type-file==
            ==VR-STATUS== BY ==fueltype-status==
            ==VR-KEY== BY ==ftf-code==
            ==VR-DATE== BY ==ftf-eff-date==.

       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==159-scan-permit-versions==
            ==VR-SCAN-EXIT== BY ==159-scan-permit-exit==
            ==VR-READ-PARA== BY ==159a-read-permit-version==
            ==VR-HOLD-PARA== BY ==159b-hold-permit-version==
            ==VR-CHECK-PARA== BY ==159c-check-permit-version==
            ==VR-FIND-PARA== BY ==159d-find-permit-version==
            ==VR-TEST-PARA== BY ==159e-test-permit-version==
            ==VR-FILE== BY ==permits-file==
            ==VR-STATUS== BY ==permits-status==
            ==VR-KEY== BY ==permits-record(1:8)==
            ==VR-DATE== BY ==pmt-eff-date==.

       105-load-plant-master.
           move zero to plant-count
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
           if pm-code NOT EQUAL TO spaces and plant-count < max-plants
              add 1 to plant-count
              move plant-count to plant-idx
              initialize plant-entry(plant-idx)
              move function upper-case(pm-code) to pe-code(plant-idx)
              move pm-name to pe-name(plant-idx)
              move "N" to pe-goal-flag(plant-idx)
           end-if
           perform 106-read-plant-record.

       108-find-plant.
           move zero to plant-pick
           perform 109-test-one-plant
                   varying plant-jdx from 1 by 1
                   until plant-jdx > plant-count.

       109-test-one-plant.
           if pe-code(plant-jdx) EQUAL TO probe-plant
              move plant-jdx to plant-pick
           end-if.

      * The fiscal period off FISCALCAL, the same period of the year
      * before (the calendar's own dates when it carries that year,
      * otherwise the period's dates a year back), and the start of
      * the fiscal year for the year-to-date figures.
       110-period-entry.
           move spaces to period-end
           display spaces
           display "Scorecard for fiscal year (YYYY, blank to exit): "
                   with no advancing
           accept fy-in
           if fy-in EQUAL TO spaces
              go to 110-period-exit
           end-if
           display "Fiscal period (1-13): " with no advancing
           accept period-in
           if period-in(2:1) EQUAL TO space
              move period-in(1:1) to period-in(2:1)
              move "0" to period-in(1:1)
           end-if
           if period-in NOT NUMERIC
              display "The period is a number."
              go to 110-period-entry
           end-if
           move period-in to period-num

           if NOT fiscal-loaded
              perform AL-FISCAL-LOAD
           end-if
           move spaces to fy-range-start
           move zero to fy-period-count
           perform 111-test-one-period
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > fiscal-count
           if period-end EQUAL TO spaces
              display "FISCALCAL has no FY" fy-in " period "
                      period-in "."
              go to 110-period-entry
           end-if

           move fy-in to prior-fy
           subtract 1 from prior-fy
           move spaces to prior-start
           move spaces to prior-end
           perform 112-test-prior-period
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > fiscal-count
           if prior-end EQUAL TO spaces
              move period-start to date-shift
              subtract 1 from shift-year
              move date-shift to prior-start
              move period-end to date-shift
              subtract 1 from shift-year
              move date-shift to prior-end
           end-if

           move period-start to date-num
           compute period-start-int = function integer-of-date(date-num)
           move period-end to date-num
           compute period-end-int = function integer-of-date(date-num)
           move prior-start to date-num
           compute prior-start-int = function integer-of-date(date-num)
           move prior-end to date-num
           compute prior-end-int = function integer-of-date(date-num)
           move period-end(1:6) to end-month.
       110-period-exit.
           exit.

       111-test-one-period.
           if fp-year(fiscal-idx) EQUAL TO fy-in
              add 1 to fy-period-count
              if fy-range-start EQUAL TO spaces or
                 fp-start(fiscal-idx) < fy-range-start
                 move fp-start(fiscal-idx) to fy-range-start
              end-if
              if fp-period(fiscal-idx) EQUAL TO period-in
                 move fp-start(fiscal-idx) to period-start
                 move fp-end(fiscal-idx) to period-end
              end-if
           end-if.

       112-test-prior-period.
           if fp-year(fiscal-idx) EQUAL TO prior-fy and
              fp-period(fiscal-idx) EQUAL TO period-in
              move fp-start(fiscal-idx) to prior-start
              move fp-end(fiscal-idx) to prior-end
           end-if.

      * The built-in thresholds stand unless SCORPARM names the
      * measure.
       115-load-thresholds.
           open input score-parm-file
           if scorparm-status EQUAL TO "00"
              move "N" to parm-eof-flag
              perform 116-read-parm-record
              perform 117-store-parm-record until parm-eof
              close score-parm-file
           end-if
           move "WODAYS" to probe-measure
           perform 118-find-threshold
           move pt-green(parm-pick) to overdue-days.

       116-read-parm-record.
           read score-parm-file
              at end move "Y" to parm-eof-flag
           end-read.

       117-store-parm-record.
           move function upper-case(sp-measure) to probe-measure
           perform 118-find-threshold
           if NOT parm-not-found
              move function lower-case(sp-green-in) to sp-green-in
              move function lower-case(sp-amber-in) to sp-amber-in
              compute pt-green(parm-pick) =
                      function numval(sp-green-in)
              compute pt-amber(parm-pick) =
                      function numval(sp-amber-in)
           end-if
           perform 116-read-parm-record.

       118-find-threshold.
           move zero to parm-pick
           perform 119-test-one-threshold
                   varying parm-idx from 1 by 1
                   until parm-idx > parm-count.

       119-test-one-threshold.
           if pt-measure(parm-idx) EQUAL TO probe-measure
              move parm-idx to parm-pick
           end-if.

      * Every bill's dollars spread by service days (start and end
      * both count) into the period and the same period last year.
       120-spread-bills.
           open input bill-file
           if bill-status EQUAL TO "00"
              move "N" to bill-eof-flag
              perform 123-read-bill-record
              perform 121-post-one-bill thru 121-next-bill
                      until bill-eof
              close bill-file
           end-if.

       121-post-one-bill.
           move function upper-case(bl-plant) to probe-plant
           perform 108-find-plant
           if plant-not-found
              go to 121-next-bill
           end-if
           move bl-start to bill-start-num
           move bl-end to bill-end-num
           if bl-start NOT NUMERIC or bl-end NOT NUMERIC or
              bl-end < bl-start
              go to 121-next-bill
           end-if
           compute bill-start-int =
                   function integer-of-date(bill-start-num)
           compute bill-end-int =
                   function integer-of-date(bill-end-num)
           move function lower-case(bl-dollars-in) to bl-dollars-in
           compute bill-dollars = function numval(bl-dollars-in)
           compute bill-days = bill-end-int - bill-start-int + 1

           move period-start-int to window-lo
           move period-end-int to window-hi
           perform 122-share-one-window
           add window-share to pe-spend-cur(plant-pick)
           move prior-start-int to window-lo
           move prior-end-int to window-hi
           perform 122-share-one-window
           add window-share to pe-spend-prior(plant-pick).
       121-next-bill.
           perform 123-read-bill-record.

       122-share-one-window.
           move zero to window-share
           if bill-start-int > window-lo
              move bill-start-int to overlap-lo
           else
              move window-lo to overlap-lo
           end-if
           if bill-end-int < window-hi
              move bill-end-int to overlap-hi
           else
              move window-hi to overlap-hi
           end-if
           if overlap-lo NOT GREATER THAN overlap-hi
              compute overlap-days = overlap-hi - overlap-lo + 1
              compute window-share rounded =
                      bill-dollars * overlap-days / bill-days
           end-if.

       123-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

       130-load-goals.
           open input goal-file
           if goal-status NOT EQUAL TO "00"
              go to 130-goals-exit
           end-if
           move "N" to goal-eof-flag
           perform 131-read-goal-record
           perform 132-store-goal-record until goal-eof
           close goal-file.
       130-goals-exit.
           exit.

       131-read-goal-record.
           read goal-file
              at end move "Y" to goal-eof-flag
           end-read.

       132-store-goal-record.
           if sg-fy EQUAL TO fy-in
              move function upper-case(sg-plant) to probe-plant
              perform 108-find-plant
              if NOT plant-not-found
                 move function lower-case(sg-target-in)
                      to sg-target-in
                 compute pe-target(plant-pick) =
                         function numval(sg-target-in)
                 move "Y" to pe-goal-flag(plant-pick)
              end-if
           end-if
           perform 131-read-goal-record.

      * The repository carries no plant; a tag's plant comes off
      * the AFFSKED and FUELSKED schedules, as in GOALTRAK.
       135-load-tag-plant-map.
           move zero to map-count
           open input aff-sked-file
           if aff-sked-status EQUAL TO "00"
              move "N" to map-eof-flag
              perform 136-read-aff-sked
              perform 137-store-aff-sked until map-eof
              close aff-sked-file
           end-if
           open input fuel-sked-file
           if fuel-sked-status EQUAL TO "00"
              move "N" to map-eof-flag
              perform 138-read-fuel-sked
              perform 139-store-fuel-sked until map-eof
              close fuel-sked-file
           end-if.

       136-read-aff-sked.
           read aff-sked-file
              at end move "Y" to map-eof-flag
           end-read.

       137-store-aff-sked.
           if as-tag NOT EQUAL TO spaces and map-count < 200
              add 1 to map-count
              move map-count to map-idx
              move as-tag to mp-tag(map-idx)
              move function upper-case(as-plant)
                   to mp-plant(map-idx)
           end-if
           perform 136-read-aff-sked.

       138-read-fuel-sked.
           read fuel-sked-file
              at end move "Y" to map-eof-flag
           end-read.

       139-store-fuel-sked.
           if fs-tag NOT EQUAL TO spaces and map-count < 200
              add 1 to map-count
              move map-count to map-idx
              move fs-tag to mp-tag(map-idx)
              move function upper-case(fs-plant)
                   to mp-plant(map-idx)
           end-if
           perform 138-read-fuel-sked.

      * The fiscal year to the period end down the repository's date
      * key: the latest SAV$ posting per tag and program stands as
      * that program's annual figure, and each figure counts toward
      * its tag's plant.
       140-scan-repository.
           move zero to claim-count
           open input results-repo-file
           if results-repo-status NOT EQUAL TO "00"
              go to 140-scan-exit
           end-if
           move "N" to repo-eof-flag
           move fy-range-start to rr-date
           move low-values to rr-time
           move zero to rr-seq
           start results-repo-file key NOT LESS THAN rr-key
              invalid key move "Y" to repo-eof-flag
           end-start
           perform 141-read-repo-record
           perform 142-post-repo-record until repo-eof
           close results-repo-file

           perform 145-claim-to-plant
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count.
       140-scan-exit.
           exit.

       141-read-repo-record.
           if NOT repo-eof
              read results-repo-file next record
                 at end move "Y" to repo-eof-flag
              end-read
           end-if
           if NOT repo-eof and rr-date > period-end
              move "Y" to repo-eof-flag
           end-if.

       142-post-repo-record.
           move spaces to sav-scan-lead
           move spaces to sav-scan-value
           unstring rr-result delimited by "SAV$="
                    into sav-scan-lead sav-scan-value
           end-unstring
           if sav-scan-value NOT EQUAL TO spaces and
              rr-tag NOT EQUAL TO spaces
              compute claim-amount = function numval(sav-scan-value)
              perform 143-post-one-claim
           end-if
           perform 141-read-repo-record.

       143-post-one-claim.
           move rr-tag to probe-tag
           move zero to claim-pick
           perform 144-test-one-claim
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count
           if claim-not-found and claim-count < 200
              add 1 to claim-count
              move claim-count to claim-pick
              move rr-tag to cl-tag(claim-pick)
              move rr-pgm to cl-pgm(claim-pick)
              move spaces to cl-plant(claim-pick)
              perform 146-map-claim-plant
                      varying map-idx from 1 by 1
                      until map-idx > map-count
              move spaces to cl-date(claim-pick)
           end-if
           if claim-pick > zero and
              rr-date NOT LESS THAN cl-date(claim-pick)
              move rr-date to cl-date(claim-pick)
              move claim-amount to cl-amount(claim-pick)
           end-if.

       144-test-one-claim.
           if cl-tag(claim-idx) EQUAL TO probe-tag and
              cl-pgm(claim-idx) EQUAL TO rr-pgm
              move claim-idx to claim-pick
           end-if.

       145-claim-to-plant.
           move cl-plant(claim-idx) to probe-plant
           perform 108-find-plant
           if NOT plant-not-found
              add cl-amount(claim-idx) to pe-claimed(plant-pick)
           end-if.

       146-map-claim-plant.
           if mp-tag(map-idx) EQUAL TO cl-tag(claim-pick)
              move mp-plant(map-idx) to cl-plant(claim-pick)
           end-if.

      * Metered savings through the period's month, per project,
      * against the project's prediction as it stood at period end
      * (the annual figure over twelve, times the months logged).
       150-mv-rollup.
           move zero to proj-count
           open input mv-log-file
           if mv-log-status NOT EQUAL TO "00"
              go to 150-mv-exit
           end-if
           move "N" to mv-eof-flag
           perform 151-read-mv-record
           perform 152-post-mv-record until mv-eof
           close mv-log-file

           perform 154-price-one-project thru 154-price-exit
                   varying proj-idx from 1 by 1
                   until proj-idx > proj-count.
       150-mv-exit.
           exit.

       151-read-mv-record.
           read mv-log-file
              at end move "Y" to mv-eof-flag
           end-read.

       152-post-mv-record.
           if mv-tag NOT EQUAL TO spaces and
              mv-month NOT GREATER THAN end-month
              move zero to proj-pick
              perform 153-test-one-project
                      varying proj-idx from 1 by 1
                      until proj-idx > proj-count
              if proj-not-found and proj-count < 50
                 add 1 to proj-count
                 move proj-count to proj-pick
                 move mv-tag to pj-tag(proj-pick)
                 move function upper-case(mv-plant)
                      to pj-plant(proj-pick)
                 move zero to pj-months(proj-pick)
                 move zero to pj-actual(proj-pick)
              end-if
              if proj-pick > zero
                 move function lower-case(mv-amount-in)
                      to mv-amount-in
                 compute mv-amount = function numval(mv-amount-in)
                 add 1 to pj-months(proj-pick)
                 add mv-amount to pj-actual(proj-pick)
              end-if
           end-if
           perform 151-read-mv-record.

       153-test-one-project.
           if pj-tag(proj-idx) EQUAL TO mv-tag
              move proj-idx to proj-pick
           end-if.

       154-price-one-project.
           move pj-plant(proj-idx) to probe-plant
           perform 108-find-plant
           if plant-not-found
              go to 154-price-exit
           end-if
           move pj-tag(proj-idx) to probe-tag
           perform 155-find-predicted thru 155-find-exit
           if NOT predicted-found
              go to 154-price-exit
           end-if
           divide predicted-annual by 12
                  giving predicted-monthly rounded
           add 1 to pe-mv-projects(plant-pick)
           compute pe-mv-expected(plant-pick) rounded =
                   pe-mv-expected(plant-pick) +
                   predicted-monthly * pj-months(proj-idx)
           add pj-actual(proj-idx) to pe-mv-actual(plant-pick).
       154-price-exit.
           exit.

      * The tag's latest SAV$ posting on or before the period end,
      * read along the RR-TAG alternate key.
       155-find-predicted.
           move "N" to predicted-found-flag
           move spaces to predicted-date
           open input results-repo-file
           if results-repo-status NOT EQUAL TO "00"
              go to 155-find-exit
           end-if
           move "N" to repo-eof-flag
           move probe-tag to rr-tag
           start results-repo-file key NOT LESS THAN rr-tag
              invalid key move "Y" to repo-eof-flag
           end-start
           perform 156-read-tag-record
           perform 157-test-predicted until repo-eof
           close results-repo-file.
       155-find-exit.
           exit.

       156-read-tag-record.
           if NOT repo-eof
              read results-repo-file next record
                 at end move "Y" to repo-eof-flag
              end-read
           end-if
           if NOT repo-eof and rr-tag > probe-tag
              move "Y" to repo-eof-flag
           end-if.

       157-test-predicted.
           if rr-tag EQUAL TO probe-tag and
              rr-date NOT GREATER THAN period-end and
              rr-date NOT LESS THAN predicted-date
              move spaces to sav-scan-lead
              move spaces to sav-scan-value
              unstring rr-result delimited by "SAV$="
                       into sav-scan-lead sav-scan-value
              end-unstring
              if sav-scan-value NOT EQUAL TO spaces
                 move "Y" to predicted-found-flag
                 move rr-date to predicted-date
                 compute predicted-annual =
                         function numval(sav-scan-value)
              end-if
           end-if
           perform 156-read-tag-record.

      * The annual inventory: each FUELSKED boiler's usage at its
      * fuel's FUELTYPE factors, a dual-fuel boiler split by its
      * percent, tonnes by plant.  Factors and limits are the
      * versions in force at the period end.
       160-emissions-inventory.
           move zero to fuel-type-count
           move period-end to vr-as-of-date
           perform 158-scan-fuel-versions thru 158-scan-fuel-exit
           move vr-version-out to fuel-version-out
           open input fuel-type-file
           if fueltype-status EQUAL TO "00"
              move "N" to fueltype-eof-flag
              perform 161-read-fuel-type-record
              perform 162-store-fuel-type-record until fueltype-eof
              close fuel-type-file
           end-if

           move zero to permit-count
           perform 159-scan-permit-versions thru 159-scan-permit-exit
           move vr-version-out to permit-version-out
           open input permits-file
           if permits-status EQUAL TO "00"
              move "N" to permits-eof-flag
              perform 163-read-permit-record
              perform 164-store-permit-record until permits-eof
              close permits-file
           end-if

           open input fuel-sked-file
           if fuel-sked-status NOT EQUAL TO "00"
              go to 160-emis-exit
           end-if
           move "N" to map-eof-flag
           perform 138-read-fuel-sked
           perform 165-post-one-boiler until map-eof
           close fuel-sked-file.
       160-emis-exit.
           exit.

       161-read-fuel-type-record.
           read fuel-type-file
              at end move "Y" to fueltype-eof-flag
           end-read.

       162-store-fuel-type-record.
           perform 158c-check-fuel-version
           if vr-in-force and fuel-type-count < 10
              add 1 to fuel-type-count
              move fuel-type-count to fuel-idx
              move function upper-case(ftf-code)
                   to ft-code(fuel-idx)
              move function lower-case(ftf-co2-in) to ftf-co2-in
              move function lower-case(ftf-nox-in) to ftf-nox-in
              compute ft-co2(fuel-idx) = function numval(ftf-co2-in)
              compute ft-nox(fuel-idx) = function numval(ftf-nox-in)
           end-if
           perform 161-read-fuel-type-record.

       163-read-permit-record.
           read permits-file
              at end move "Y" to permits-eof-flag
           end-read.

       164-store-permit-record.
           perform 159c-check-permit-version
           if vr-in-force and
              pmt-plant NOT EQUAL TO spaces and permit-count < 40
              add 1 to permit-count
              move permit-count to permit-idx
              move function upper-case(pmt-plant)
                   to pl-plant(permit-idx)
              move function upper-case(pmt-pollutant)
                   to pl-pollutant(permit-idx)
              move function lower-case(pmt-limit-in)
                   to pmt-limit-in
              compute pl-limit(permit-idx) =
                      function numval(pmt-limit-in)
           end-if
           perform 163-read-permit-record.

       165-post-one-boiler.
           move function upper-case(fs-plant) to probe-plant
           perform 108-find-plant
           if NOT plant-not-found
              move function lower-case(fs-usage-in) to fs-usage-in
              compute annual-usage = function numval(fs-usage-in)
              move annual-usage to dual-whole-usage
              move function upper-case(fs-fuel2) to fuel2-code-in
              move function lower-case(fs-split-in) to fs-split-in
              compute split-pct = function numval(fs-split-in)
              if fuel2-code-in NOT EQUAL TO spaces and
                 split-pct > zero and split-pct < 100
                 compute annual-usage rounded =
                         dual-whole-usage * split-pct / 100
              end-if
              move function upper-case(fs-fuel) to fuel-code-in
              perform 166-post-one-fuel
              if fuel2-code-in NOT EQUAL TO spaces and
                 split-pct > zero and split-pct < 100
                 compute annual-usage rounded =
                         dual-whole-usage * (100 - split-pct) / 100
                 move fuel2-code-in to fuel-code-in
                 perform 166-post-one-fuel
              end-if
           end-if
           perform 138-read-fuel-sked.

       166-post-one-fuel.
           move zero to fuel-pick
           perform 167-test-one-fuel-type
                   varying fuel-idx from 1 by 1
                   until fuel-idx > fuel-type-count
           if NOT no-fuel-selected
              move fuel-pick to fuel-idx
              compute pe-co2-tonnes(plant-pick) rounded =
                      pe-co2-tonnes(plant-pick) +
                      annual-usage * ft-co2(fuel-idx) / 1000
              compute pe-nox-tonnes(plant-pick) rounded =
                      pe-nox-tonnes(plant-pick) +
                      annual-usage * ft-nox(fuel-idx) / 1000
           end-if.

       167-test-one-fuel-type.
           if ft-code(fuel-idx) EQUAL TO fuel-code-in
              move fuel-idx to fuel-pick
           end-if.

      * A tune-up order counts as open at period end when it was
      * raised by then and not closed by then; it is overdue when it
      * had been open longer than the WODAYS age.  Only FUELTRND's
      * EFF DECAY orders are tune-ups; PM, motor-condition, and
      * shift-log orders are passed over.
       170-scan-work-orders.
           open input work-order-file
           if work-order-status NOT EQUAL TO "00"
              go to 170-wo-exit
           end-if
           move "N" to wo-eof-flag
           perform 171-read-work-order
           perform 172-post-work-order thru 172-post-exit
                   until wo-eof
           close work-order-file.
       170-wo-exit.
           exit.

       171-read-work-order.
           read work-order-file
              at end move "Y" to wo-eof-flag
           end-read.

       172-post-work-order.
           move function upper-case(wo-plant) to probe-plant
           perform 108-find-plant
           if plant-not-found or wo-raised-date NOT NUMERIC
              go to 172-post-next
           end-if
           if wo-reason(1:10) NOT EQUAL TO "EFF DECAY "
              go to 172-post-next
           end-if
           if wo-raised-date > period-end
              go to 172-post-next
           end-if
           if wo-status EQUAL TO "C" and
              wo-closed-date NOT GREATER THAN period-end
              go to 172-post-next
           end-if
           add 1 to pe-wo-open(plant-pick)
           move wo-raised-date to raised-num
           compute raised-int = function integer-of-date(raised-num)
           if period-end-int - raised-int > overdue-days
              add 1 to pe-wo-overdue(plant-pick)
           end-if.
       172-post-next.
           perform 171-read-work-order.
       172-post-exit.
           exit.

      * The latest trap and leak roll-up each plant had posted by
      * the period end.
       180-find-open-losses.
           move pe-code(plant-idx) to probe-plant
           move spaces to loss-tag
           string "TRAPS-" probe-plant delimited by size
                  into loss-tag
           perform 181-find-loss-posting thru 181-loss-exit
           move loss-amount to pe-trap-loss(plant-idx)
           move loss-found-date to pe-trap-date(plant-idx)
           move spaces to loss-tag
           string "LEAKS-" probe-plant delimited by size
                  into loss-tag
           perform 181-find-loss-posting thru 181-loss-exit
           move loss-amount to pe-leak-loss(plant-idx)
           move loss-found-date to pe-leak-date(plant-idx).

       181-find-loss-posting.
           move zero to loss-amount
           move spaces to loss-found-date
           move loss-tag to probe-tag
           perform 155-find-predicted thru 155-find-exit
           if predicted-found
              move predicted-annual to loss-amount
              move predicted-date to loss-found-date
           end-if.
       181-loss-exit.
           exit.

      * One page per plant -- the page count forced past the page
      * size before each plant so the report writer heads a fresh
      * page.
       200-print-scorecards.
           display spaces
           display "Print the scorecards to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "EXECUTIVE ENERGY SCORECARD" to report-title
              move "SCOREPRINT" to pg-spool-name
              move zero to page-number
              move zero to pg-money-total
           end-if

           move zero to red-count
           move zero to amber-count
           move zero to green-count
           perform 210-print-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Scorecards written to SCOREPRINT."
           end-if.
       200-print-exit.
           exit.

       210-print-one-plant.
           move 99 to page-line-count
           move spaces to out-line
           string "ENERGY SCORECARD  PLANT " pe-code(plant-idx) " "
                  pe-name(plant-idx) "  FY" fy-in " PERIOD "
                  period-in " (" period-start "-" period-end ")"
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           string "FUELTYPE version " fuel-version-out
                  "  PERMITS version " permit-version-out
                  "  (in force " period-end ")"
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line
           move spaces to out-line
           string "MEASURE                                   "
                  "FIGURE                                          "
                  "        STATUS"
                  delimited by size into out-line
           perform 290-emit-line
           move all "-" to out-line
           perform 290-emit-line

           perform 220-score-spend
           perform 230-score-goal thru 230-score-exit
           perform 240-score-mv
           perform 250-score-permits
           perform 260-score-work-orders
           perform 270-score-losses

           move spaces to out-line
           perform 290-emit-line
           move spaces to out-line
           string "STATUS: GREEN ON TARGET, AMBER WATCH, RED ACTION."
                  "  THRESHOLDS FROM SCORPARM."
                  delimited by size into out-line
           perform 290-emit-line.

       220-score-spend.
           move "Energy spend vs same period last year" to label-col
           move pe-spend-cur(plant-idx) to dollars-out
           move pe-spend-prior(plant-idx) to dollars-out2
           move spaces to figure-col
           if pe-spend-prior(plant-idx) > zero
              compute score-value rounded =
                      (pe-spend-cur(plant-idx) -
                       pe-spend-prior(plant-idx)) * 100 /
                       pe-spend-prior(plant-idx)
              move score-value to pct-out
              string dollars-out " vs" dollars-out2 " ("
                     pct-out "%)"
                     delimited by size into figure-col
              move "SPEND" to probe-measure
              perform 280-rate-figure
           else
              string dollars-out " (no bills a year earlier)"
                     delimited by size into figure-col
              move "N/A" to score-word
           end-if
           perform 285-emit-score-line.

      * Percent of the fiscal-year target claimed, held against the
      * share of the year the period end reaches.
       230-score-goal.
           move "Savings claimed vs SAVGOAL (FY to date)"
                to label-col
           move spaces to figure-col
           if NOT pe-has-goal(plant-idx) or
              pe-target(plant-idx) EQUAL TO zero
              move pe-claimed(plant-idx) to dollars-out
              string dollars-out " claimed; no SAVGOAL target"
                     delimited by size into figure-col
              move "N/A" to score-word
              perform 285-emit-score-line
              go to 230-score-exit
           end-if
           if fy-period-count EQUAL TO zero
              move 12 to fy-period-count
           end-if
           compute goal-pct rounded =
                   pe-claimed(plant-idx) * 100 / pe-target(plant-idx)
           compute prorated-target rounded =
                   pe-target(plant-idx) * period-num / fy-period-count
           compute pace-pct rounded =
                   pe-claimed(plant-idx) * 100 / prorated-target
           move pe-claimed(plant-idx) to dollars-out
           move pe-target(plant-idx) to dollars-out2
           move goal-pct to pct-out
           move pace-pct to pct-out2
           string dollars-out " of" dollars-out2 " =" pct-out
                  "%, " pct-out2 "% of pace"
                  delimited by size into figure-col
           move pace-pct to score-value
           move "GOAL" to probe-measure
           perform 280-rate-figure
           perform 285-emit-score-line.
       230-score-exit.
           exit.

       240-score-mv.
           move "M&V realization (to date)" to label-col
           move spaces to figure-col
           if pe-mv-expected(plant-idx) EQUAL TO zero
              string "no metered projects with a prediction"
                     delimited by size into figure-col
              move "N/A" to score-word
           else
              compute realization-pct rounded =
                      pe-mv-actual(plant-idx) * 100 /
                      pe-mv-expected(plant-idx)
              move realization-pct to pct-out
              move pe-mv-projects(plant-idx) to count-out
              move pe-mv-actual(plant-idx) to dollars-out
              move pe-mv-expected(plant-idx) to dollars-out2
              string pct-out "% (" dollars-out " of" dollars-out2
                     "," count-out " projects)"
                     delimited by size into figure-col
              move realization-pct to score-value
              move "MVREAL" to probe-measure
              perform 280-rate-figure
           end-if
           perform 285-emit-score-line.

      * One line per permit the plant holds, CO2 and NOx against
      * the annual inventory.
       250-score-permits.
           move zero to permits-shown
           perform 251-score-one-permit
                   varying permit-idx from 1 by 1
                   until permit-idx > permit-count
           if permits-shown EQUAL TO zero
              move "Air permit use (annual inventory)" to label-col
              move "no PERMITS limits on file for the plant"
                   to figure-col
              move "N/A" to score-word
              perform 285-emit-score-line
           end-if.

       251-score-one-permit.
           if pl-plant(permit-idx) EQUAL TO pe-code(plant-idx) and
              pl-limit(permit-idx) > zero
              evaluate pl-pollutant(permit-idx)
                 when "CO2"
                    move pe-co2-tonnes(plant-idx) to permit-tonnes
                 when "NOX"
                    move pe-nox-tonnes(plant-idx) to permit-tonnes
                 when other
                    move zero to permit-tonnes
              end-evaluate
              add 1 to permits-shown
              compute permit-pct rounded =
                      permit-tonnes * 100 / pl-limit(permit-idx)
              move spaces to label-col
              string "Air permit use -- " pl-pollutant(permit-idx)
                     delimited by size into label-col
              move permit-pct to pct-out
              move permit-tonnes to tonnes-out
              move pl-limit(permit-idx) to limit-out
              move spaces to figure-col
              string pct-out "% (" tonnes-out " of" limit-out
                     " tonnes/yr)"
                     delimited by size into figure-col
              move permit-pct to score-value
              move "PERMIT" to probe-measure
              perform 280-rate-figure
              perform 285-emit-score-line
           end-if.

       260-score-work-orders.
           move "Tune-up work orders open" to label-col
           move pe-wo-open(plant-idx) to count-out
           move spaces to figure-col
           string count-out " at period end"
                  delimited by size into figure-col
           move pe-wo-open(plant-idx) to score-value
           move "WOOPEN" to probe-measure
           perform 280-rate-figure
           perform 285-emit-score-line

           move overdue-days to days-out
           move spaces to label-col
           string "Tune-up work orders overdue (>" days-out " days)"
                  delimited by size into label-col
           move pe-wo-overdue(plant-idx) to count-out
           move spaces to figure-col
           string count-out " at period end"
                  delimited by size into figure-col
           move pe-wo-overdue(plant-idx) to score-value
           move "WOOVER" to probe-measure
           perform 280-rate-figure
           perform 285-emit-score-line.

       270-score-losses.
           move "Open steam-trap and air-leak losses" to label-col
           compute open-losses = pe-trap-loss(plant-idx) +
                                 pe-leak-loss(plant-idx)
           move spaces to figure-col
           if pe-trap-date(plant-idx) EQUAL TO spaces and
              pe-leak-date(plant-idx) EQUAL TO spaces
              string "no TRAPSURV or LEAKSURV roll-up posted"
                     delimited by size into figure-col
              move "N/A" to score-word
           else
              move open-losses to dollars-out
              move pe-trap-loss(plant-idx) to dollars-out2
              move pe-leak-loss(plant-idx) to dollars-out3
              string dollars-out "/yr (traps" dollars-out2
                     ", leaks" dollars-out3 ")"
                     delimited by size into figure-col
              move open-losses to score-value
              move "LOSSES" to probe-measure
              perform 280-rate-figure
           end-if
           perform 285-emit-score-line.

      * Red/amber/green for SCORE-VALUE against PROBE-MEASURE's
      * thresholds.
       280-rate-figure.
           perform 118-find-threshold
           if pt-direction(parm-pick) EQUAL TO "H"
              evaluate true
                 when score-value NOT LESS THAN pt-green(parm-pick)
                    move "GREEN" to score-word
                 when score-value NOT LESS THAN pt-amber(parm-pick)
                    move "AMBER" to score-word
                 when other
                    move "RED" to score-word
              end-evaluate
           else
              evaluate true
                 when score-value NOT GREATER THAN pt-green(parm-pick)
                    move "GREEN" to score-word
                 when score-value NOT GREATER THAN pt-amber(parm-pick)
                    move "AMBER" to score-word
                 when other
                    move "RED" to score-word
              end-evaluate
           end-if.

       285-emit-score-line.
           evaluate score-word
              when "RED"   add 1 to red-count
              when "AMBER" add 1 to amber-count
              when "GREEN" add 1 to green-count
           end-evaluate
           move spaces to out-line
           string label-col figure-col "  " score-word
                  delimited by size into out-line
           perform 290-emit-line.

       290-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
