      *****************************************************************
      * CAPITAL PROJECT POST-AUDIT                                    *
      *                                                               *
      * Answers whether a completed project earned the return it was  *
      * approved on.  For each closed PROJMAST project the approved   *
      * alternative is taken back out of FPGCOMPSTUDY (the latest     *
      * revision of the study) and priced as approved: the first      *
      * cost, then the annual cash flow over the term, at the         *
      * alternative's own rate.  The achieved case is built month by  *
      * month from what happened: the dated PROJSPEND outlays, the    *
      * REBATE checks received, and the realized monthly savings on   *
      * MVLOG, with the rest of the approved life carried at the      *
      * average metered month.  Both are priced with the FCASHFLO     *
      * arithmetic -- NPV by carried discount factor, IRR by          *
      * bisection, payback interpolated within the period -- and set  *
      * side by side.  The portfolio summary rolls the projects up by *
      * their MEASURES code so the capital committee can see which    *
      * measure types over- or under-deliver as a rule.               *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   postaud.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The capital project register -- PROJMNT's layout.
           select project-master-file assign to "PROJMAST"
                  organization is line sequential
                  file status is projmast-status.

      * Spend postings against the approvals -- PROJMNT's layout.
           select project-spend-file assign to "PROJSPEND"
                  organization is line sequential
                  file status is projspend-status.

      * FPGCOMP's saved-study file.
           select study-file assign to "FPGCOMPSTUDY"
                  organization is line sequential
                  file status is study-status.

      * Metered monthly savings -- MVREPORT's file.
           select mv-log-file assign to "MVLOG"
                  organization is line sequential
                  file status is mv-log-status.

      * Utility rebate and incentive applications -- see REBSEL.
           COPY rebsel.

           select report-file assign to "POSTPRINT"
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
       fd  project-master-file
           record contains 70 characters.
       01 project-master-record.
           05 pj-number          pic 9(6).
           05 pj-tag             pic x(10).
           05 pj-study           pic x(20).
           05 pj-alt-name        pic x(15).
           05 pj-approved-in     pic x(10).
           05 pj-fy              pic x(4).
           05 pj-status          pic x.
           05 filler             pic x(4).

       fd  project-spend-file
           record contains 48 characters.
       01 project-spend-record.
           05 ps-number          pic 9(6).
           05 ps-date            pic x(8).
           05 ps-fy              pic x(4).
           05 ps-period          pic x(2).
           05 ps-amount-in       pic x(10).
           05 filler             pic x(18).

       fd  study-file
           record contains 60 characters.
       01 study-header-rec.
           05 sh-marker          pic x(7).
           05 sh-name            pic x(20).
           05 filler             pic x(33).
       01 study-alt-rec.
           05 sa-name            pic x(15).
           05 sa-type-in         pic x.
           05 sa-cashflow-in     pic x(10).
           05 sa-interest-in     pic x(5).
           05 sa-term-in         pic xx.
           05 sa-invest-in       pic x(10).
           05 sa-measure         pic x(8).
           05 filler             pic x(9).

       fd  mv-log-file
           record contains 40 characters.
       01 mv-log-record.
           05 mv-tag             pic x(10).
           05 mv-plant           pic x(4).
           05 mv-month           pic x(6).
           05 mv-amount-in       pic x(10).
           05 filler             pic x(10).

       COPY rebfd.

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

      * Entry fields.
       01 number-in             pic x(6).
       01 probe-number          pic 9(6) value zero.

      * The completed projects.
       01 projmast-status       pic xx.
       01 projspend-status      pic xx.
       01 study-status          pic xx.
       01 mv-log-status         pic xx.
       01 rebate-status         pic xx.
       01 file-eof-flag         pic x value "N".
           88 file-eof                 value "Y".
       01 proj-count            pic 9(3) value zero.
       01 proj-idx              pic 9(3).
       01 project-table.
           05 project-entry occurs 200 times.
               10 pt-number      pic 9(6).
               10 pt-tag         pic x(10).
               10 pt-study       pic x(20).
               10 pt-alt         pic x(15).

      * The approved alternative off FPGCOMPSTUDY.  A later revision
      * of the study replaces what an earlier one supplied.
       01 study-marker-const    pic x(7) value "=STUDY=".
       01 in-study-flag         pic x.
           88 in-the-study             value "Y".
       01 alt-found-flag        pic x.
           88 alt-found                value "Y".
       01 ap-type               pic x.
           88 ap-is-annual             value "A".
           88 ap-is-future             value "F".
       01 ap-cashflow           pic 9(9)v99.
       01 ap-interest           pic 99v9(4).
       01 ap-term               pic 99.
       01 ap-invest             pic 9(9)v99.
       01 ap-measure            pic x(8).

      * The achieved case, month by month from the first outlay.
       01 base-month-num        pic 9(6).
       01 month-num             pic 9(6).
       01 month-offset          pic s9(6).
       01 month-text            pic x(6).
       01 month-parts redefines month-text.
           05 mt-year           pic 9(4).
           05 mt-month          pic 99.
       01 first-save-offset     pic s9(6).
       01 last-save-offset      pic s9(6).
       01 life-end-offset       pic s9(6).
       01 metered-months        pic 9(4).
       01 projected-months      pic 9(4).
       01 realized-total        pic s9(9)v99.
       01 average-month         pic s9(9)v99.
       01 actual-outlay         pic 9(9)v99.
       01 rebate-credit         pic 9(9)v99.
       01 line-amount           pic s9(9)v99.
       01 fill-idx              pic 999.

      * Pricing results for the two cases.
       01 app-npv               pic s9(11)v99.
       01 app-irr-pct           pic 999v99.
       01 app-irr-flag          pic x.
       01 app-payback           pic 999v9.
       01 app-payback-flag      pic x.
       01 ach-npv               pic s9(11)v99.
       01 ach-irr-pct           pic 999v99.
       01 ach-irr-flag          pic x.
       01 ach-payback           pic 999v9.
       01 ach-payback-flag      pic x.
       01 app-annual            pic 9(9)v99.
       01 ach-annual            pic s9(9)v99.

      *****************************************************************
      *                                                               *
      * The series arithmetic is FCASHFLO's:                          *
      *                                                               *
      *      NPV = SUM( CF(t) / (1+i)^t )   for t = 0 .. n            *
      *                                                               *
      * with the discount factor carried period to period, the IRR    *
      * the rate where NPV = 0 found by bisection over 0.01% to 99%   *
      * per period, and the simple payback the period the running     *
      * total of the raw flows first turns non-negative, interpolated *
      * within it.  A monthly series runs at the effective monthly    *
      * rate (1 + i) ** (1/12) - 1, and its IRR is annualized.        *
      *                                                               *
      *****************************************************************
       01 year-count            pic 999.
       01 max-periods           pic 999 value 360.
       01 year-idx              pic 999.
       01 cf-series.
           05 cf-amount occurs 361 times pic s9(9)v99 USAGE COMP.
       01 periods-per-year      pic 99.
       01 annual-interest       pic 9v9(8) USAGE COMP.
       01 period-rate-work      pic 9v9(8) USAGE COMP.
       01 period-exponent       pic 9v9(8) USAGE COMP.
       01 discount-factor       pic 9v9(8) USAGE COMP.
       01 one-plus-rate         pic 9v9(8) USAGE COMP.
       01 disc-cf               pic s9(9)v99 USAGE COMP.
       01 npv-value             pic s9(11)v99 USAGE COMP.
       01 running-total         pic s9(11)v99 USAGE COMP.
       01 prior-total           pic s9(11)v99 USAGE COMP.
       01 simple-payback        pic 999v9 USAGE COMP.
       01 simple-found-flag     pic x value "N".
           88 simple-found             value "Y".
       01 payback-fraction      pic 9v9(4) USAGE COMP.
       01 whole-years           pic s999 USAGE COMP.
       01 irr-rate              pic 9v9(6) USAGE COMP.
       01 irr-found-flag        pic x value "N".
           88 irr-found                value "Y".
       01 irr-annual-pct        pic 999v99 USAGE COMP.
       01 rate-lo               pic 9v9(6) USAGE COMP.
       01 rate-hi               pic 9v9(6) USAGE COMP.
       01 test-rate             pic 9v9(6) USAGE COMP.
       01 npv-lo                pic s9(11)v99 USAGE COMP.
       01 npv-mid               pic s9(11)v99 USAGE COMP.
       01 bisect-count          pic 99.

      * The portfolio roll-up by measure code.
       01 measure-count         pic 99 value zero.
       01 measure-idx           pic 99.
       01 measure-jdx           pic 99.
       01 measure-pick          pic 99.
       01 measure-table.
           05 measure-entry occurs 50 times.
               10 mr-measure     pic x(8).
               10 mr-projects    pic 999.
               10 mr-over        pic 999.
               10 mr-under       pic 999.
               10 mr-app-npv     pic s9(11)v99.
               10 mr-ach-npv     pic s9(11)v99.
               10 mr-app-annual  pic 9(11)v99.
               10 mr-ach-annual  pic s9(11)v99.
       01 measure-swap          pic x(69).
       01 audited-count         pic 999 value zero.
       01 realization-pct       pic s9(4)v9.

      * Displayed-fields.
       01 money-out             pic $$$,$$$,$$9-.
       01 money2-out            pic $$$,$$$,$$9-.
       01 money3-out            pic $$$,$$$,$$9-.
       01 pct-out               pic zz9.99.
       01 pct2-out              pic zz9.99.
       01 years-out             pic zz9.9.
       01 years2-out            pic zz9.9.
       01 count-out             pic zz9.
       01 count2-out            pic zz9.
       01 count3-out            pic zz9.
       01 realization-out       pic zzz9.9-.
       01 irr-text              pic x(7).
       01 irr2-text             pic x(7).
       01 payback-text          pic x(6).
       01 payback2-text         pic x(6).
       01 verdict-text          pic x(16).
       01 out-line              pic x(120).

       procedure division.
       100-main-para.
           display spaces
           display "***** CAPITAL PROJECT POST-AUDIT BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           display spaces
           display "Project number (blank for every completed"
                   " project): " with no advancing
           accept number-in
           move function lower-case(number-in) to number-in
           if number-in NOT EQUAL TO spaces
              compute probe-number = function numval(number-in)
           end-if

           perform 110-load-projects thru 110-load-exit
           if proj-count EQUAL TO zero
              display "No completed projects on PROJMAST to audit."
              go to 999-end-program
           end-if

           display "Print the post-audit to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "CAPITAL PROJECT POST-AUDIT" to report-title
              move "POSTPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "CAPITAL PROJECT POST-AUDIT -- ACHIEVED VERSUS"
                  " APPROVED  " todays-date-out
                  delimited by size into out-line
           perform 190-emit-line

           perform 200-audit-one-project thru 200-audit-exit
                   varying proj-idx from 1 by 1
                   until proj-idx > proj-count

           perform 500-portfolio-summary thru 500-summary-exit

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Post-audit written to POSTPRINT."
           end-if

           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** CAPITAL PROJECT POST-AUDIT ENDS *****"
           display spaces

           move audited-count to count-out
           move "POSTAUD" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Capital project post-audit completed, "
                  count-out " projects audited."
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

      * The closed (and settled) projects off PROJMAST, or the one
      * asked for.
       110-load-projects.
           move zero to proj-count
           open input project-master-file
           if projmast-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to file-eof-flag
           perform 111-read-project-record
           perform 112-store-project-record until file-eof
           close project-master-file.
       110-load-exit.
           exit.

       111-read-project-record.
           read project-master-file
              at end move "Y" to file-eof-flag
           end-read.

       112-store-project-record.
           if pj-number NUMERIC and proj-count < 200 and
              (pj-status EQUAL TO "C" or pj-status EQUAL TO "S")
              if probe-number EQUAL TO zero or
                 pj-number EQUAL TO probe-number
                 add 1 to proj-count
                 move pj-number   to pt-number(proj-count)
                 move pj-tag      to pt-tag(proj-count)
                 move pj-study    to pt-study(proj-count)
                 move pj-alt-name to pt-alt(proj-count)
              end-if
           end-if
           perform 111-read-project-record.

       190-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * One project: the approved case, the achieved case, and the
      * two side by side.
       200-audit-one-project.
           move spaces to out-line
           perform 190-emit-line
           move spaces to out-line
           string "PROJECT " pt-number(proj-idx) "  "
                  pt-tag(proj-idx) "  " pt-study(proj-idx) " / "
                  pt-alt(proj-idx)
                  delimited by size into out-line
           perform 190-emit-line

           perform 210-find-approved-alternative thru 210-find-exit
           if NOT alt-found
              move "  APPROVED ALTERNATIVE NOT FOUND ON FPGCOMPSTUDY"
                   & " -- NOT AUDITED." to out-line
              perform 190-emit-line
              go to 200-audit-exit
           end-if
           if NOT ap-is-annual and NOT ap-is-future
              move "  A LEASE OR BUY COST ALTERNATIVE -- NO RETURN TO"
                   & " AUDIT." to out-line
              perform 190-emit-line
              go to 200-audit-exit
           end-if

           perform 300-price-approved-case
           perform 400-build-achieved-case thru 400-build-exit
           if base-month-num EQUAL TO zero
              move "  NO PROJSPEND OUTLAYS POSTED -- NOT AUDITED."
                   to out-line
              perform 190-emit-line
              go to 200-audit-exit
           end-if
           perform 450-price-achieved-case

           perform 470-print-comparison
           perform 480-post-to-measure thru 480-post-exit
           add 1 to audited-count.
       200-audit-exit.
           exit.

       210-find-approved-alternative.
           move "N" to alt-found-flag
           move "N" to in-study-flag
           open input study-file
           if study-status NOT EQUAL TO "00"
              go to 210-find-exit
           end-if
           move "N" to file-eof-flag
           perform 211-read-study-record
           perform 212-test-study-record until file-eof
           close study-file.
       210-find-exit.
           exit.

       211-read-study-record.
           read study-file
              at end move "Y" to file-eof-flag
           end-read.

       212-test-study-record.
           if sh-marker EQUAL TO study-marker-const
              if sh-name EQUAL TO pt-study(proj-idx)
                 move "Y" to in-study-flag
              else
                 move "N" to in-study-flag
              end-if
           else
              if in-the-study and sa-name EQUAL TO pt-alt(proj-idx)
                 move "Y" to alt-found-flag
                 move function upper-case(sa-type-in) to ap-type
                 move function lower-case(sa-cashflow-in)
                      to sa-cashflow-in
                 compute ap-cashflow = function numval(sa-cashflow-in)
                 move function lower-case(sa-interest-in)
                      to sa-interest-in
                 compute ap-interest =
                         function numval(sa-interest-in) / 100
                 move function lower-case(sa-term-in) to sa-term-in
                 compute ap-term = function numval(sa-term-in)
                 move function lower-case(sa-invest-in) to sa-invest-in
                 compute ap-invest = function numval(sa-invest-in)
                 move sa-measure to ap-measure
              end-if
           end-if
           perform 211-read-study-record.

      * As approved: the first cost at year 0, then the annual cash
      * flow each year of the term (a Future lump sum at its end).
       300-price-approved-case.
           if ap-term < 1
              move 1 to ap-term
           end-if
           move ap-term to year-count
           perform 310-clear-series
                   varying year-idx from 1 by 1
                   until year-idx > 361
           compute cf-amount(1) = zero - ap-invest
           if ap-is-annual
              perform 311-post-annual-year
                      varying year-idx from 2 by 1
                      until year-idx > year-count + 1
              move ap-cashflow to app-annual
           else
              move ap-cashflow to cf-amount(year-count + 1)
              compute app-annual rounded = ap-cashflow / ap-term
           end-if
           move 1 to periods-per-year
           move ap-interest to annual-interest
           perform 150-calculate-it
           move npv-value to app-npv
           move irr-found-flag to app-irr-flag
           move irr-annual-pct to app-irr-pct
           move simple-found-flag to app-payback-flag
           move simple-payback to app-payback.

       310-clear-series.
           move zero to cf-amount(year-idx).

       311-post-annual-year.
           move ap-cashflow to cf-amount(year-idx).

      * As achieved: period 0 is the month of the first outlay.
      * Outlays go in the month posted, rebate checks in the month
      * received, metered savings in their month; the months of the
      * approved life past the last metered one carry the average
      * metered month.
       400-build-achieved-case.
           move zero to base-month-num
           open input project-spend-file
           if projspend-status NOT EQUAL TO "00"
              go to 400-build-exit
           end-if
           move "N" to file-eof-flag
           perform 401-read-spend-record
           perform 402-find-first-outlay until file-eof
           close project-spend-file
           if base-month-num EQUAL TO zero
              go to 400-build-exit
           end-if

           perform 310-clear-series
                   varying year-idx from 1 by 1
                   until year-idx > 361
           move zero to year-count
           move zero to actual-outlay
           move zero to rebate-credit
           move zero to realized-total
           move zero to metered-months
           move zero to projected-months
           move -1 to first-save-offset
           move -1 to last-save-offset

           open input project-spend-file
           move "N" to file-eof-flag
           perform 401-read-spend-record
           perform 403-post-outlay until file-eof
           close project-spend-file

           open input rebate-file
           if rebate-status EQUAL TO "00"
              move "N" to file-eof-flag
              perform 411-read-rebate-record
              perform 412-post-rebate until file-eof
              close rebate-file
           end-if

           open input mv-log-file
           if mv-log-status EQUAL TO "00"
              move "N" to file-eof-flag
              perform 421-read-mv-record
              perform 422-post-saving until file-eof
              close mv-log-file
           end-if

           if metered-months > zero
              compute average-month rounded =
                      realized-total / metered-months
              compute life-end-offset =
                      first-save-offset + ap-term * 12 - 1
              if life-end-offset > max-periods
                 move max-periods to life-end-offset
              end-if
              if life-end-offset > last-save-offset
                 compute projected-months =
                         life-end-offset - last-save-offset
                 perform 430-project-one-month
                         varying fill-idx from 1 by 1
                         until fill-idx > projected-months
                 if life-end-offset > year-count
                    move life-end-offset to year-count
                 end-if
              end-if
              compute ach-annual rounded = average-month * 12
           else
              move zero to ach-annual
           end-if.
       400-build-exit.
           exit.

       401-read-spend-record.
           read project-spend-file
              at end move "Y" to file-eof-flag
           end-read.

       402-find-first-outlay.
           if ps-number EQUAL TO pt-number(proj-idx) and
              ps-date(1:6) NUMERIC
              move ps-date(1:6) to month-text
              perform 490-month-number
              if base-month-num EQUAL TO zero or
                 month-num < base-month-num
                 move month-num to base-month-num
              end-if
           end-if
           perform 401-read-spend-record.

       403-post-outlay.
           if ps-number EQUAL TO pt-number(proj-idx) and
              ps-date(1:6) NUMERIC
              move ps-date(1:6) to month-text
              move function lower-case(ps-amount-in) to ps-amount-in
              compute line-amount = function numval(ps-amount-in)
              add line-amount to actual-outlay
              compute line-amount = zero - line-amount
              perform 495-post-to-month
           end-if
           perform 401-read-spend-record.

       411-read-rebate-record.
           read rebate-file
              at end move "Y" to file-eof-flag
           end-read.

       412-post-rebate.
           if rb-number EQUAL TO pt-number(proj-idx) and
              NOT rb-denied and rb-check-date(1:6) NUMERIC
              move rb-check-date(1:6) to month-text
              move function lower-case(rb-received-in)
                   to rb-received-in
              compute line-amount = function numval(rb-received-in)
              add line-amount to rebate-credit
              perform 495-post-to-month
           end-if
           perform 411-read-rebate-record.

       421-read-mv-record.
           read mv-log-file
              at end move "Y" to file-eof-flag
           end-read.

       422-post-saving.
           if mv-tag EQUAL TO pt-tag(proj-idx) and mv-month NUMERIC
              move mv-month to month-text
              move function lower-case(mv-amount-in) to mv-amount-in
              compute line-amount = function numval(mv-amount-in)
              perform 495-post-to-month
              if month-offset NOT LESS THAN zero and
                 month-offset NOT GREATER THAN max-periods
                 add line-amount to realized-total
                 add 1 to metered-months
                 if first-save-offset < zero or
                    month-offset < first-save-offset
                    move month-offset to first-save-offset
                 end-if
                 if month-offset > last-save-offset
                    move month-offset to last-save-offset
                 end-if
              end-if
           end-if
           perform 421-read-mv-record.

       430-project-one-month.
           compute year-idx = last-save-offset + fill-idx + 1
           add average-month to cf-amount(year-idx).

      * MONTH-NUM from MONTH-TEXT (YYYYMM): months since year zero.
       490-month-number.
           compute month-num = mt-year * 12 + mt-month - 1.

      * LINE-AMOUNT into the month MONTH-TEXT names, counted from
      * the first outlay's month.  Months outside the series are
      * passed over.
       495-post-to-month.
           perform 490-month-number
           compute month-offset = month-num - base-month-num
           if month-offset NOT LESS THAN zero and
              month-offset NOT GREATER THAN max-periods
              add line-amount to cf-amount(month-offset + 1)
              if month-offset > year-count
                 move month-offset to year-count
              end-if
           end-if.

       450-price-achieved-case.
           move 12 to periods-per-year
           compute period-exponent rounded = 1 / periods-per-year
           move 1 to one-plus-rate
           add ap-interest to one-plus-rate
           compute period-rate-work rounded =
                   one-plus-rate ** period-exponent
           subtract 1 from period-rate-work
           move period-rate-work to annual-interest
           perform 150-calculate-it
           move npv-value to ach-npv
           move irr-found-flag to ach-irr-flag
           move irr-annual-pct to ach-irr-pct
           move simple-found-flag to ach-payback-flag
           compute ach-payback rounded = simple-payback / 12.

       470-print-comparison.
           move ap-invest to money-out
           move actual-outlay to money2-out
           move rebate-credit to money3-out
           move spaces to out-line
           string "  FIRST COST   APPROVED " money-out "   ACTUAL "
                  money2-out "   REBATES RECEIVED " money3-out
                  delimited by size into out-line
           perform 190-emit-line

           move app-annual to money-out
           move ach-annual to money2-out
           move metered-months to count-out
           move projected-months to count2-out
           move spaces to out-line
           string "  ANNUAL SAVING APPROVED " money-out "   REALIZED "
                  money2-out "   (" count-out " MONTHS METERED, "
                  count2-out " PROJECTED)"
                  delimited by size into out-line
           perform 190-emit-line

           move "   none" to irr-text
           if app-irr-flag EQUAL TO "Y"
              move app-irr-pct to pct-out
              move pct-out to irr-text(2:6)
           end-if
           move "   none" to irr2-text
           if ach-irr-flag EQUAL TO "Y"
              move ach-irr-pct to pct2-out
              move pct2-out to irr2-text(2:6)
           end-if
           move " never" to payback-text
           if app-payback-flag EQUAL TO "Y"
              move app-payback to years-out
              move years-out to payback-text(2:5)
           end-if
           move " never" to payback2-text
           if ach-payback-flag EQUAL TO "Y"
              move ach-payback to years2-out
              move years2-out to payback2-text(2:5)
           end-if

           move "                 APPROVED      ACHIEVED" to out-line
           perform 190-emit-line
           move app-npv to money-out
           move ach-npv to money2-out
           move spaces to out-line
           string "  NPV         " money-out "  " money2-out
                  delimited by size into out-line
           perform 190-emit-line
           move spaces to out-line
           string "  IRR %             " irr-text "       " irr2-text
                  delimited by size into out-line
           perform 190-emit-line
           move spaces to out-line
           string "  PAYBACK YRS        " payback-text "        "
                  payback2-text
                  delimited by size into out-line
           perform 190-emit-line

           move spaces to out-line
           if ach-npv NOT LESS THAN app-npv
              move "  OVER-DELIVERED ON THE APPROVED CASE" to out-line
           else
              move "  UNDER-DELIVERED ON THE APPROVED CASE" to out-line
           end-if
           if ach-npv NOT LESS THAN zero
              move "-- CLEARS THE APPROVED RATE" to out-line(41:30)
           else
              move "-- FALLS SHORT OF THE APPROVED RATE"
                   to out-line(41:36)
           end-if
           perform 190-emit-line.

      * The project's figures into its measure code's line.
       480-post-to-measure.
           move zero to measure-pick
           perform 481-test-one-measure
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count
           if measure-pick EQUAL TO zero
              if measure-count NOT LESS THAN 50
                 go to 480-post-exit
              end-if
              add 1 to measure-count
              move measure-count to measure-pick
              initialize measure-entry(measure-pick)
              move ap-measure to mr-measure(measure-pick)
           end-if
           add 1 to mr-projects(measure-pick)
           if ach-npv NOT LESS THAN app-npv
              add 1 to mr-over(measure-pick)
           else
              add 1 to mr-under(measure-pick)
           end-if
           add app-npv to mr-app-npv(measure-pick)
           add ach-npv to mr-ach-npv(measure-pick)
           add app-annual to mr-app-annual(measure-pick)
           add ach-annual to mr-ach-annual(measure-pick).
       480-post-exit.
           exit.

       481-test-one-measure.
           if mr-measure(measure-idx) EQUAL TO ap-measure
              move measure-idx to measure-pick
           end-if.

      * The committee's page: each measure code with its projects,
      * how many came in over and under the approved case, the NPV
      * totals, and the share of the approved saving realized.
       500-portfolio-summary.
           move spaces to out-line
           perform 190-emit-line
           move "PORTFOLIO SUMMARY BY MEASURE TYPE" to out-line
           perform 190-emit-line
           if measure-count EQUAL TO zero
              move "  NO PROJECTS AUDITED." to out-line
              perform 190-emit-line
              go to 500-summary-exit
           end-if
           perform 510-sort-outer-pass
                   varying measure-idx from 1 by 1
                   until measure-idx NOT LESS THAN measure-count
           move "  MEASURE   PROJ  OVER UNDER   APPROVED NPV   ACHIEVED"
                & " NPV  SAVING REALIZED  RECORD" to out-line
           perform 190-emit-line
           perform 520-print-one-measure
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count.
       500-summary-exit.
           exit.

       510-sort-outer-pass.
           perform 511-sort-inner-pass
                   varying measure-jdx from 1 by 1
                   until measure-jdx > measure-count - measure-idx.

       511-sort-inner-pass.
           if mr-measure(measure-jdx) > mr-measure(measure-jdx + 1)
              move measure-entry(measure-jdx) to measure-swap
              move measure-entry(measure-jdx + 1)
                   to measure-entry(measure-jdx)
              move measure-swap to measure-entry(measure-jdx + 1)
           end-if.

       520-print-one-measure.
           move spaces to out-line
           if mr-measure(measure-idx) EQUAL TO spaces
              move "(NONE)" to out-line(3:8)
           else
              move mr-measure(measure-idx) to out-line(3:8)
           end-if
           move mr-projects(measure-idx) to count-out
           move count-out to out-line(13:3)
           move mr-over(measure-idx) to count2-out
           move count2-out to out-line(18:3)
           move mr-under(measure-idx) to count3-out
           move count3-out to out-line(24:3)
           move mr-app-npv(measure-idx) to money-out
           move money-out to out-line(28:13)
           move mr-ach-npv(measure-idx) to money2-out
           move money2-out to out-line(43:13)
           if mr-app-annual(measure-idx) > zero
              compute realization-pct rounded =
                      mr-ach-annual(measure-idx) * 100 /
                      mr-app-annual(measure-idx)
              move realization-pct to realization-out
              move realization-out to out-line(60:7)
              move "%" to out-line(67:1)
           end-if
           evaluate true
              when mr-under(measure-idx) EQUAL TO zero
                 move "OVER-DELIVERS" to verdict-text
              when mr-over(measure-idx) EQUAL TO zero
                 move "UNDER-DELIVERS" to verdict-text
              when other
                 move "MIXED" to verdict-text
           end-evaluate
           move verdict-text to out-line(72:16)
           perform 190-emit-line.

       150-calculate-it.
           move 1 to one-plus-rate
           add annual-interest to one-plus-rate

           move 1 to discount-factor
           move zero to npv-value
           move zero to running-total
           move zero to simple-payback
           move "N" to simple-found-flag
           move zero to prior-total

           perform 151-simple-payback-year
                   varying year-idx from 1 by 1
                   until year-idx > year-count + 1

           move 1 to discount-factor
           perform 152-discounted-year
                   varying year-idx from 1 by 1
                   until year-idx > year-count + 1

           perform 155-solve-irr thru 155-irr-exit
           move zero to irr-annual-pct
           if irr-found
              compute irr-annual-pct rounded =
                      ((1 + irr-rate) ** periods-per-year - 1)
                      * 100
           end-if.

       151-simple-payback-year.
           move running-total to prior-total
           add cf-amount(year-idx) to running-total
           if NOT simple-found
              if running-total NOT LESS THAN zero and
                 cf-amount(year-idx) > zero
                 compute payback-fraction rounded =
                         (zero - prior-total) / cf-amount(year-idx)
                 compute whole-years = year-idx - 2
                 compute simple-payback rounded =
                         whole-years + payback-fraction
                 move "Y" to simple-found-flag
              else
                 if running-total NOT LESS THAN zero and
                    year-idx EQUAL TO 1
                    move zero to simple-payback
                    move "Y" to simple-found-flag
                 end-if
              end-if
           end-if.

       152-discounted-year.
           if year-idx > 1
              compute discount-factor rounded =
                      discount-factor / one-plus-rate
           end-if
           compute disc-cf rounded =
                   cf-amount(year-idx) * discount-factor
           add disc-cf to npv-value.

       155-solve-irr.
           move "N" to irr-found-flag
           move 0.0001 to rate-lo
           move 0.99   to rate-hi

           move rate-lo to test-rate
           perform 156-npv-at-test-rate
           move npv-mid to npv-lo

           move rate-hi to test-rate
           perform 156-npv-at-test-rate

           if (npv-lo NOT LESS THAN zero and
               npv-mid NOT LESS THAN zero)
              or (npv-lo NOT GREATER THAN zero and
                  npv-mid NOT GREATER THAN zero)
              go to 155-irr-exit
           end-if

           perform 157-bisect-once
                   varying bisect-count from 1 by 1
                   until bisect-count > 40

           compute irr-rate = (rate-lo + rate-hi) / 2
           move "Y" to irr-found-flag.
       155-irr-exit.
           exit.

       156-npv-at-test-rate.
           move 1 to one-plus-rate
           add test-rate to one-plus-rate
           move 1 to discount-factor
           move zero to npv-mid
           perform 158-npv-test-year
                   varying year-idx from 1 by 1
                   until year-idx > year-count + 1.

       157-bisect-once.
           compute test-rate = (rate-lo + rate-hi) / 2
           perform 156-npv-at-test-rate
           if (npv-mid NOT LESS THAN zero and
               npv-lo NOT LESS THAN zero)
              or (npv-mid NOT GREATER THAN zero and
                  npv-lo NOT GREATER THAN zero)
              move test-rate to rate-lo
              move npv-mid to npv-lo
           else
              move test-rate to rate-hi
           end-if.

       158-npv-test-year.
           if year-idx > 1
              compute discount-factor rounded =
                      discount-factor / one-plus-rate
           end-if
           compute disc-cf rounded =
                   cf-amount(year-idx) * discount-factor
           add disc-cf to npv-mid.
