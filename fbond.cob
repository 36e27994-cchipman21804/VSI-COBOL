      *****************************************************************
      * BOND PRICE AND YIELD                                          *
      *                                                               *
      * The treasurer's calculator for the bonds that fund the        *
      * capital program.  Given the face value, coupon rate, coupon   *
      * frequency, settlement and maturity dates, and a market        *
      * yield, it prices the bond -- clean price, accrued interest,   *
      * full price -- with its current yield and its Macaulay and     *
      * modified durations; given a quoted price, it solves for the   *
      * yield to maturity by bisection.  The price can instead be     *
      * built off the RATECURVE treasury curve, each coupon           *
      * discounted at the curve rate for its own horizon, with the    *
      * implied yield reported.  Batch mode prices a schedule of      *
      * holdings at a month-end date in one pass.                     *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   fbond.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select schedule-file assign to "FBONDSKED"
                  organization is line sequential
                  file status is schedule-status.

      * Suite-wide run-control record -- see RUNCTLSEL/RUNCTLFD/
      * RUNCTLWS/RUNCTLWR.
           COPY runctlsel.

           select report-file assign to "FBONDPRINT"
                  organization is line sequential
                  file status is report-status.

           select csv-file assign to "FBONDCSV"
                  organization is line sequential
                  file status is csv-status.

           select tvm-parm-file assign to "TVMPARM"
                  organization is line sequential
                  file status is parm-status.

      * Treasury rate curve -- see RATECVSEL/RATECVFD/RATECVWS/
      * RATECVRD.
           COPY ratecvsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

      * Fiscal-calendar file -- see FISCSEL/FISCFD/FISCWS.
           COPY fiscsel.

      * Shop-letterhead config -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
           COPY lettersel.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

       data division.
       file section.
      * One line per holding: the holding's tag, face value, coupon
      * rate percent, coupons a year (1, 2, 4, or 12), maturity
      * date, and the market yield percent it is to be priced at
      * (ignored when the run prices off the treasury curve).
       fd  schedule-file
           record contains 60 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 sked-face-in       pic x(10).
           05 sked-coupon-in     pic x(6).
           05 sked-freq-in       pic xx.
           05 sked-maturity      pic x(8).
           05 sked-yield-in      pic x(6).
           05 filler             pic x(18).

       fd  report-file
           record contains 120 characters.
       01 report-record         pic x(120).

       fd  csv-file
           record contains 120 characters.
       01 csv-record             pic x(120).

       fd  tvm-parm-file
           record contains 30 characters.
       01 parm-record.
           05 parm-min-val       pic 9(7)v99.
           05 parm-max-val       pic 9(7)v99.
           05 parm-min-int       pic 99v99.
           05 parm-max-int       pic 99v99.
           05 parm-min-term      pic 99.
           05 parm-max-term      pic 99.

       COPY ratecvfd.

       COPY runctlfd.

       COPY resrepfd.

       COPY auditfd.

       COPY fiscfd.

       COPY letterfd.

       working-storage section.

      * Treasury-rate-curve fields -- see RATECVWS.
       COPY ratecvws.
       01 curve-yes-no          pic x.
       01 saved-curve-flag      pic x.

      * Batch-mode-fields.
       01 schedule-status       pic xx.
       01 batch-yes-no          pic x.
           88 batch-mode               value "Y".
       01 batch-eof-flag        pic x value "N".
           88 batch-eof                value "Y".
       01 batch-item-count      pic 9(4) value zero.
       01 batch-item-count-out  pic zzz9.
       01 batch-reject-count    pic 9(4) value zero.
       01 batch-reject-out      pic zzz9.
       01 holding-ok-flag       pic x.
           88 holding-ok               value "Y".
       01 total-face            pic 9(11)v99 value zero.
       01 total-value           pic 9(11)v99 value zero.
       01 total-dur-weight      pic 9(13)v9(4) USAGE COMP.
       01 portfolio-duration    pic 99v9(4).
       01 bond-tag              pic x(10) value spaces.
       01 reject-reason         pic x(40).

      * Self-test-fields -- see SELF-TEST.
       01 self-test-yn          pic x.
           88 run-self-test            value "Y".

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

      * Shared report-writer fields -- see PAGEWS.
       COPY pagews.

      * CSV-export fields -- see CSVWS.
       COPY csvws.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Suite-wide audit-trail fields.
      * Run-control fields -- see RUNCTLWS.
       COPY runctlws.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

       COPY auditws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * File-status decoder fields -- see FSTATWS.
       COPY fstatws.

      * Shop-letterhead fields.
       COPY letterws.

      * Formula-explanation field.
       COPY explainws.

      *****************************************************************
      *                                                               *
      * Full (dirty) price at yield y, f coupons a year, N coupons    *
      * left, w the fraction of the current coupon period still to    *
      * run at settlement:                                            *
      *                                                               *
      *   P = SUM( C / (1+y/f)^(k-1+w) ) + F / (1+y/f)^(N-1+w)        *
      *                                 for k = 1 .. N                *
      *                                                               *
      *       C = coupon payment = F * coupon rate / f                *
      *       F = face value                                          *
      *   Accrued interest = C * (1 - w)    (actual/actual)           *
      *   Clean price      = P - accrued interest                     *
      *   Current yield    = annual coupon / clean price              *
      *   Macaulay duration D = SUM( t * PV(t) ) / P   (t in years)   *
      *   Modified duration   = D / (1 + y/f)                         *
      *                                                               *
      * Yield to maturity is the y that returns the quoted price,     *
      * found by bisection.                                           *
      *                                                               *
      *****************************************************************

      * Data-entry-fields.
       01 tag-in             pic x(10).
       01 face-in            pic x(12).
       01 coupon-in          pic x(6).
       01 freq-in            pic x(2).
       01 date-in            pic x(8).
       01 price-in           pic x(10).
       01 solve-in           pic x.
           88 solve-for-price          value "P".
           88 solve-for-yield          value "Y".

      * Bond-fields.
       01 face-value         pic 9(7)v99.
       01 coupon-pct         pic 99v9(4).
       01 coupon-rate        pic 9v9(6) USAGE COMP.
       01 coupon-freq        pic 99.
           88 valid-frequency          value 1 2 4 12.
       01 settle-date        pic 9(8).
       01 maturity-date      pic 9(8).
       01 maturity-parts redefines maturity-date.
           05 md-yyyy        pic 9(4).
           05 md-mm          pic 99.
           05 md-dd          pic 99.
       01 prev-cpn-date      pic 9(8).
       01 next-cpn-date      pic 9(8).
       01 cpn-date           pic 9(8).
       01 work-date          pic 9(8).
       01 work-date-parts redefines work-date.
           05 wd-yyyy        pic 9(4).
           05 wd-mm          pic 99.
           05 wd-dd          pic 99.
       01 settle-int         pic 9(8).
       01 maturity-int       pic 9(8).
       01 prev-int           pic 9(8).
       01 next-int           pic 9(8).
       01 months-per-period  pic 99.
       01 months-back        pic 9(4).
       01 month-total        pic 9(6).
       01 month-rem          pic 99.
       01 cpn-count          pic 9(4).
       01 cpn-idx            pic 9(4).
       01 years-to-maturity  pic 99v9(4).

      * Calculated-fields.
       01 w-frac             pic 9v9(8) USAGE COMP.
       01 cpn-payment        pic 9(7)v9(6) USAGE COMP.
       01 accrued-interest   pic 9(7)v99.
       01 test-yield         pic 9v9(8) USAGE COMP.
       01 period-rate        pic 9v9(8) USAGE COMP.
       01 t-periods          pic 9(4)v9(8) USAGE COMP.
       01 t-years            pic 999v9(8) USAGE COMP.
       01 growth-factor      pic 9(6)v9(10) USAGE COMP.
       01 disc-factor        pic 9v9(12) USAGE COMP.
       01 flow-amount        pic 9(9)v9(6) USAGE COMP.
       01 flow-pv            pic 9(9)v9(6) USAGE COMP.
       01 dirty-price        pic 9(9)v9(6) USAGE COMP.
       01 pv-time-sum        pic 9(11)v9(6) USAGE COMP.
       01 target-dirty       pic 9(9)v9(6) USAGE COMP.
       01 price-pct          pic 9(4)v9(6).
       01 clean-price        pic 9(9)v99.
       01 full-price         pic 9(9)v99.
       01 price-per-100      pic 9(4)v9(4).
       01 current-yield-pct  pic 999v9(4).
       01 macaulay-dur       pic 99v9(4).
       01 modified-dur       pic 99v9(4).

      * Yield-bisection-fields.
       01 ytm-rate           pic 9v9(8) USAGE COMP.
       01 ytm-pct            pic 99v9(4).
       01 ytm-found-flag     pic x value "N".
           88 ytm-found                value "Y".
       01 rate-lo            pic 9v9(8) USAGE COMP.
       01 rate-hi            pic 9v9(8) USAGE COMP.
       01 price-lo           pic 9(9)v9(6) USAGE COMP.
       01 price-hi           pic 9(9)v9(6) USAGE COMP.
       01 bisect-count       pic 99.

      * Rate/term-entry and inflation-adjustment fields shared across
      * the TVM calculator family.
       COPY tvmrtfld.

      * Displayed-fields.
       01 face-out           pic $Z,ZZZ,ZZ9.99 usage display.
       01 money-out          pic $$$,$$$,$$9.99 usage display.
       01 accrued-out        pic $$$,$$9.99 usage display.
       01 value-out          pic $$$,$$$,$$9.99 usage display.
       01 price-100-out      pic zzz9.9999 usage display.
       01 pct-out            pic z9.9999 usage display.
       01 coupon-out         pic z9.999 usage display.
       01 freq-out           pic z9 usage display.
       01 dur-out            pic z9.9999 usage display.
       01 mod-dur-out        pic z9.99 usage display.
       01 years-out          pic z9.99 usage display.
       01 count-out          pic zzz9 usage display.
       01 freq-word          pic x(11).

      * Plain (no currency symbol or thousands comma) forms of the
      * same figures, for the CSV-export option -- see 166-export-csv.
       01 face-csv           pic ZZZZZZ9.99 usage display.
       01 money-csv          pic ZZZZZZZZ9.99 usage display.
       01 price-csv          pic ZZZ9.9999 usage display.
       01 pct-csv            pic ZZ9.9999 usage display.
       01 dur-csv            pic Z9.9999 usage display.
       01 csv-ptr            pic 999 USAGE COMP.

      * Constant-text not covered by the shared copybook.
       01 not-numeric        pic x(16) value " is NOT numeric.".

      * Shared range-check constants and messages.
       COPY tvmconst.

      * Configurable-range-limits fields -- see TVMPARMWS.
       COPY tvmparmws.

       procedure division.
       100-main-para.
           perform 105-load-range-parameters

           display spaces
           display "Run self-test against the documented example?"
           display "(Y/N): " with no advancing
           accept self-test-yn
           move function upper-case(self-test-yn) to self-test-yn

           if run-self-test
              perform self-test
              goback
           end-if

           display spaces
           display "Price a holdings schedule file at month-end?"
           display "(Y/N): " with no advancing
           accept batch-yes-no
           move function upper-case(batch-yes-no) to batch-yes-no

           if batch-mode
              perform 200-batch-mode-data-entry thru 290-batch-exit
           else
              perform 110-display-title-screen
              perform 115-bond-data-entry thru 115-bond-exit
              perform 121-solve-mode-entry
              if solve-for-price
                 display "Market yield to maturity --"
                 perform 120-rate-data-entry
                 perform 125-offer-curve-discounting thru
                       125-curve-exit
              else
                 perform 122-price-entry
              end-if
              perform 150-calculate-it
              perform 160-disp-result
              perform 165-print-report
              perform 166-export-csv
           end-if

           go to 999-end-program.

      * Exercises 150-CALCULATE-IT directly against the textbook
      * example: a 10-year 5% semiannual bond on $1,000, settled on
      * a coupon date and priced to yield 6%, is worth $925.61.
       self-test.
           move 1000.00 to face-value
           move 5 to coupon-pct
           move 2 to coupon-freq
           move 20260101 to settle-date
           move 20360101 to maturity-date
           move .0600 to annual-interest
           move "P" to solve-in
           perform 130-coupon-schedule
           perform 150-calculate-it

           move clean-price to money-out
           display spaces
           if clean-price is equal to 925.61
              display "SELF-TEST PASSED: Clean price = "
                      money-out
           else
              display "SELF-TEST FAILED: expected 925.61, "
                      "got " money-out
           end-if.

      * Configurable range limits -- see TVMPARMWS. If TVMPARM is
      * present, override TVMCONST's compiled-in range-check defaults
      * with the site-supplied limits; if not, leave them as compiled.
       105-load-range-parameters.
           open input tvm-parm-file
           if parm-status equal to "00"
              read tvm-parm-file
                 at end move "10" to parm-status
              end-read
              if parm-status equal to "00"
                 move parm-min-val  to min-val
                 move parm-max-val  to max-val
                 move parm-min-int  to min-int
                 move parm-max-int  to max-int
                 move parm-min-term to min-term
                 move parm-max-term to max-term
              end-if
              close tvm-parm-file
           end-if.

      * Surfaces the same formulas written out in the header comment
      * block, for training new staff at runtime.
       106-explain-calculation.
           display spaces
           display "Full price at yield y, f coupons a year, N left,"
           display "w of the current period still to run:"
           display spaces
           display "  P = SUM( C / (1+y/f)^(k-1+w) )"
                   " + F / (1+y/f)^(N-1+w)"
           display spaces
           display "  Accrued interest = C * (1 - w)"
           display "  Clean price      = P - accrued interest"
           display "  Current yield    = annual coupon / clean price"
           display "  Macaulay D       = SUM( t * PV(t) ) / P"
           display "  Modified D       = D / (1 + y/f)"
           display spaces
           display "Yield to maturity is the y that returns the"
           display "quoted price, found by bisection."
           display spaces.

       999-end-program.
           display spaces
           display "***** BOND PRICE AND YIELD ENDS *****"
           display spaces

           move "FBOND" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "TAG=" bond-tag
                  " Bond price and yield calculation completed."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail

           goback.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * File-status decode with operator guidance -- see FSTATPR.
       COPY fstatpr REPLACING ==FS-PARA== BY
            ==990-decode-file-status==
            ==FS-AUDIT-PARA== BY ==995-write-audit-trail==.

      * Consolidated-repository write -- see RESREPLOG.
       COPY resreplog REPLACING ==RR-PARA== BY
            ==168-write-results-repo==.

      * Run-control write -- see RUNCTLWR.
       COPY runctlwr REPLACING ==RC-PARA== BY
            ==227-write-run-control==.

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

       110-display-title-screen.
           display spaces
           display "***** BOND PRICE AND YIELD BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"
           display spaces
           display "Explain the calculations first? (Y/N): "
                   with no advancing
           accept explain-yn
           move function upper-case(explain-yn) to explain-yn
           if show-explanation
              perform 106-explain-calculation
           end-if.

      * The bond itself: face value within the TVMPARM value limits,
      * coupon rate within the rate limits (0 for a zero-coupon
      * bond), coupons a year, and settlement and maturity dates no
      * further apart than the term limit.
       115-bond-data-entry.
           display spaces
           display "Bond tag (blank to skip): " with no advancing
           accept tag-in
           move tag-in to bond-tag.

       116-face-entry.
           display "Face value: " with no advancing
           accept face-in
           move function lower-case(face-in) to face-in
           if face-in is equal to "zero"
              go to 999-end-program
           end-if
           if function test-numval(face-in) NOT EQUAL TO zero
              display face-in not-numeric
              go to 116-face-entry
           end-if
           compute face-value = function numval(face-in)
           if face-value is equal to zero
              go to 999-end-program
           end-if
           if face-value > max-val
              display quantity-too-much
              go to 116-face-entry
           end-if
           if face-value < min-val
              display quantity-too-small
              go to 116-face-entry
           end-if.

       117-coupon-entry.
           display "Coupon rate as a whole-number percent (5 = 5%,"
                   " 0 for a zero-coupon bond): " with no advancing
           accept coupon-in
           move function lower-case(coupon-in) to coupon-in
           if coupon-in is equal to "zero"
              go to 999-end-program
           end-if
           if function test-numval(coupon-in) NOT EQUAL TO zero
              display coupon-in not-numeric
              go to 117-coupon-entry
           end-if
           if function numval(coupon-in) < zero
              display interest-too-small
              go to 117-coupon-entry
           end-if
           compute coupon-pct = function numval(coupon-in)
           if coupon-pct > max-int
              display interest-too-much
              go to 117-coupon-entry
           end-if
           if coupon-pct > zero and coupon-pct < 1
              display "Enter as a percent, e.g. 5 for 5% -- not 0.05."
              go to 117-coupon-entry
           end-if.

       118-frequency-entry.
           display "Coupons a year (1, 2, 4, or 12; blank for 2): "
                   with no advancing
           accept freq-in
           if freq-in EQUAL TO spaces
              move "2" to freq-in
           end-if
           if function test-numval(freq-in) NOT EQUAL TO zero
              display "Coupons a year is 1, 2, 4, or 12."
              go to 118-frequency-entry
           end-if
           compute coupon-freq = function numval(freq-in)
           if NOT valid-frequency
              display "Coupons a year is 1, 2, 4, or 12."
              go to 118-frequency-entry
           end-if.

       119-date-entry.
           display "Settlement date (YYYYMMDD, blank for today): "
                   with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move function current-date(1:8) to date-in
           end-if
           if date-in NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              go to 119-date-entry
           end-if
           if function test-date-yyyymmdd(function numval(date-in))
              NOT EQUAL TO zero
              display "That is not a calendar date."
              go to 119-date-entry
           end-if
           move date-in to settle-date.

       119a-maturity-entry.
           display "Maturity date (YYYYMMDD): " with no advancing
           accept date-in
           if date-in NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              go to 119a-maturity-entry
           end-if
           if function test-date-yyyymmdd(function numval(date-in))
              NOT EQUAL TO zero
              display "That is not a calendar date."
              go to 119a-maturity-entry
           end-if
           move date-in to maturity-date
           if maturity-date NOT GREATER THAN settle-date
              display "Maturity must fall after settlement."
              go to 119a-maturity-entry
           end-if
           perform 130-coupon-schedule
           if years-to-maturity > max-term
              display term-too-long
              go to 119a-maturity-entry
           end-if.
       115-bond-exit.
           exit.

      * Discount-rate entry shared with the rest of the TVM family --
      * here the market yield to maturity.
       COPY tvmrate REPLACING ==RATE-PARA== BY
            ==120-rate-data-entry==.

       121-solve-mode-entry.
           display spaces
           display "Solve for the Price at a market yield, or the"
           display "Yield to maturity at a quoted price? (P/Y): "
                   with no advancing
           accept solve-in
           move function upper-case(solve-in) to solve-in
           if NOT solve-for-price and NOT solve-for-yield
              display "Please enter P or Y."
              go to 121-solve-mode-entry
           end-if.

      * The quoted (clean) price, per 100 of face.
       122-price-entry.
           display "Quoted clean price per 100 of face (e.g. 98.25): "
                   with no advancing
           accept price-in
           move function lower-case(price-in) to price-in
           if price-in is equal to "zero"
              go to 999-end-program
           end-if
           if function test-numval(price-in) NOT EQUAL TO zero
              display price-in not-numeric
              go to 122-price-entry
           end-if
           if function numval(price-in) NOT GREATER THAN zero or
              function numval(price-in) NOT LESS THAN 1000
              display "The price is more than 0 and under 1000 per"
                      " 100 of face."
              go to 122-price-entry
           end-if
           compute price-pct = function numval(price-in).

      * Term-structure option: each coupon and the face are
      * discounted at the RATECURVE treasury-curve rate for their
      * own horizon instead of the single market yield; a missing or
      * empty RATECURVE file simply keeps the entered yield.
       125-offer-curve-discounting.
           move "N" to curve-mode-flag
           display "Price each payment at the treasury rate curve"
           display "(RATECURVE) for its horizon instead? (Y/N): "
                    with no advancing
           accept curve-yes-no
           move function upper-case(curve-yes-no) to curve-yes-no
           if curve-yes-no NOT EQUAL TO "Y"
              go to 125-curve-exit
           end-if

           perform 126-load-rate-curve thru 126-curve-load-exit
           if NOT rate-curve-loaded
              display "No usable RATECURVE on file -- the entered"
              display "yield stays in force."
              go to 125-curve-exit
           end-if

           move "Y" to curve-mode-flag
           display "Curve of " curve-best-date " in force ("
                   curve-point-count " tabled terms).".
       125-curve-exit.
           exit.

      * Treasury-curve load and rate-at-term -- see RATECVRD.
       COPY ratecvrd REPLACING ==CV-LOAD-PARA== BY
            ==126-load-rate-curve==
            ==CV-LOAD-EXIT== BY ==126-curve-load-exit==
            ==CV-READ-PARA== BY ==126a-read-curve-record==
            ==CV-DATE-PARA== BY ==126b-pick-curve-date==
            ==CV-STORE-PARA== BY ==126c-store-curve-point==
            ==CV-RATE-PARA== BY ==127-curve-rate-at-term==
            ==CV-SEG-PARA== BY ==127a-curve-rate-segment==.

      * The coupon dates run back from maturity a period at a time,
      * keeping the maturity day of the month (pulled back to the
      * month's last day where it has none).  The last date on or
      * before settlement is the previous coupon; the one after it
      * the next.  CPN-COUNT is the coupons still to be paid.
       130-coupon-schedule.
           compute months-per-period = 12 / coupon-freq
           move zero to cpn-count
           move maturity-date to cpn-date
           perform 131-back-one-period
                   until cpn-date NOT GREATER THAN settle-date
           move cpn-date to prev-cpn-date
           compute months-back = (cpn-count - 1) * months-per-period
           perform 132-date-months-back
           move work-date to next-cpn-date

           compute settle-int   = function integer-of-date(settle-date)
           compute maturity-int =
                   function integer-of-date(maturity-date)
           compute prev-int = function integer-of-date(prev-cpn-date)
           compute next-int = function integer-of-date(next-cpn-date)
           compute w-frac rounded =
                   (next-int - settle-int) / (next-int - prev-int)
           compute coupon-rate rounded = coupon-pct / 100
           compute cpn-payment rounded =
                   face-value * coupon-rate / coupon-freq
           compute accrued-interest rounded =
                   cpn-payment * (settle-int - prev-int) /
                   (next-int - prev-int)
           compute years-to-maturity rounded =
                   (maturity-int - settle-int) / 365.25.

       131-back-one-period.
           add 1 to cpn-count
           compute months-back = cpn-count * months-per-period
           perform 132-date-months-back
           move work-date to cpn-date.

       132-date-months-back.
           compute month-total = md-yyyy * 12 + md-mm - 1
                                 - months-back
           divide month-total by 12 giving wd-yyyy
                  remainder month-rem
           compute wd-mm = month-rem + 1
           move md-dd to wd-dd
           perform 133-back-one-day
                   until function test-date-yyyymmdd(work-date)
                         EQUAL TO zero.

       133-back-one-day.
           subtract 1 from wd-dd.

       150-calculate-it.
      *****************************************************************
      *                                                               *
      *   P = SUM( C / (1+y/f)^(k-1+w) ) + F / (1+y/f)^(N-1+w)        *
      *                                                               *
      * Priced at the entered yield, or at the curve and the yield    *
      * implied; or, given a price, the yield solved for and the      *
      * durations taken at it.                                        *
      *                                                               *
      *****************************************************************
           if solve-for-yield
              compute target-dirty rounded =
                      price-pct / 100 * face-value + accrued-interest
              perform 155-solve-yield thru 155-solve-exit
              if ytm-found
                 move ytm-rate to test-yield
              else
                 move zero to test-yield
              end-if
              perform 151-price-at-test-yield
           else
              move annual-interest to test-yield
              perform 151-price-at-test-yield
              if curve-discounting
                 move dirty-price to target-dirty
                 perform 155-solve-yield thru 155-solve-exit
                 perform 151-price-at-test-yield
              else
                 move test-yield to ytm-rate
                 move "Y" to ytm-found-flag
              end-if
           end-if

           if solve-for-yield
              compute clean-price rounded =
                      price-pct / 100 * face-value
           else
              compute clean-price rounded =
                      dirty-price - accrued-interest
           end-if
           compute full-price = clean-price + accrued-interest
           compute price-per-100 rounded =
                   clean-price / face-value * 100
           if clean-price > zero
              compute current-yield-pct rounded =
                      face-value * coupon-rate / clean-price * 100
           else
              move zero to current-yield-pct
           end-if
           if dirty-price > zero
              compute macaulay-dur rounded = pv-time-sum / dirty-price
           else
              move zero to macaulay-dur
           end-if
           compute modified-dur rounded =
                   macaulay-dur / (1 + ytm-rate / coupon-freq)
           compute ytm-pct rounded = ytm-rate * 100.

      * The full price and the time-weighted present values at
      * TEST-YIELD, or at the curve under curve discounting.
       151-price-at-test-yield.
           compute period-rate rounded = test-yield / coupon-freq
           move zero to dirty-price
           move zero to pv-time-sum
           perform 152-pv-one-payment
                   varying cpn-idx from 1 by 1
                   until cpn-idx > cpn-count.

       152-pv-one-payment.
           compute t-periods = cpn-idx + w-frac - 1
           compute t-years rounded = t-periods / coupon-freq
           if curve-discounting
              compute curve-probe-term rounded = t-years
              if curve-probe-term EQUAL TO zero
                 move 1 to curve-probe-term
              end-if
              perform 127-curve-rate-at-term
              compute growth-factor rounded =
                      (1 + curve-term-rate) ** t-years
           else
              compute growth-factor rounded =
                      (1 + period-rate) ** t-periods
           end-if
           compute disc-factor rounded = 1 / growth-factor
           move cpn-payment to flow-amount
           if cpn-idx EQUAL TO cpn-count
              add face-value to flow-amount
           end-if
           compute flow-pv rounded = flow-amount * disc-factor
           add flow-pv to dirty-price
           compute pv-time-sum rounded =
                   pv-time-sum + flow-pv * t-years.

      * The yield that returns TARGET-DIRTY, by bisection between
      * next to nothing and 99% -- the price falls as the yield
      * rises, so a target outside those two prices has no yield.
      * The curve is set aside while solving.
       155-solve-yield.
           move curve-mode-flag to saved-curve-flag
           move "N" to curve-mode-flag
           move "N" to ytm-found-flag
           move zero to ytm-rate
           move 0.000001 to rate-lo
           move 0.99 to rate-hi
           move rate-lo to test-yield
           perform 151-price-at-test-yield
           move dirty-price to price-lo
           move rate-hi to test-yield
           perform 151-price-at-test-yield
           move dirty-price to price-hi
           if target-dirty > price-lo or target-dirty < price-hi
              move saved-curve-flag to curve-mode-flag
              go to 155-solve-exit
           end-if
           perform 156-bisect-once
                   varying bisect-count from 1 by 1
                   until bisect-count > 50
           compute ytm-rate rounded = (rate-lo + rate-hi) / 2
           move "Y" to ytm-found-flag
           move saved-curve-flag to curve-mode-flag.
       155-solve-exit.
           exit.

       156-bisect-once.
           compute test-yield rounded = (rate-lo + rate-hi) / 2
           perform 151-price-at-test-yield
           if dirty-price > target-dirty
              move test-yield to rate-lo
           else
              move test-yield to rate-hi
           end-if.

       157-frequency-word.
           evaluate coupon-freq
              when 1  move "annual"     to freq-word
              when 2  move "semiannual" to freq-word
              when 4  move "quarterly"  to freq-word
              when 12 move "monthly"    to freq-word
           end-evaluate.

       160-disp-result.
           move function current-date to todays-date-stamp
           move todays-date to todays-date-out
           perform 157-frequency-word

           move face-value to face-out
           move coupon-pct to coupon-out
           move years-to-maturity to years-out
           move cpn-count to count-out
           display spaces
           display "Date: " todays-date-out
           display "***** RESULTS *****"
           display "Face value: " face-out "  coupon " coupon-out "% "
                   function trim(freq-word)
           display "Settlement " settle-date "  maturity "
                   maturity-date "  (" years-out " years)"
           display "Next coupon " next-cpn-date "  coupons left: "
                   count-out
           if curve-discounting
              display "Priced at the RATECURVE treasury curve of "
                      curve-best-date
           else
              if solve-for-price
                 display "Market yield entered: " interest-rate "%"
              end-if
           end-if
           display spaces
           move clean-price to money-out
           move price-per-100 to price-100-out
           display "Clean price: " money-out "  (" price-100-out
                   " per 100)"
           move accrued-interest to accrued-out
           display "Accrued interest: " accrued-out
           move full-price to value-out
           display "Full price: " value-out
           if ytm-found
              move ytm-pct to pct-out
              if solve-for-yield
                 display "Yield to maturity: " pct-out "%"
              else
                 if curve-discounting
                    display "Implied yield to maturity: " pct-out "%"
                 end-if
              end-if
              move current-yield-pct to pct-out
              display "Current yield: " pct-out "%"
              move macaulay-dur to dur-out
              display "Macaulay duration: " dur-out " years"
              move modified-dur to dur-out
              display "Modified duration: " dur-out
           else
              display "Yield to maturity: none between 0% and 99%"
                      " returns that price."
           end-if.

      * Printable-report-file option -- the same result lines shown
      * above, written to FBONDPRINT for the treasury file.
       165-print-report.
           display spaces
           display "Print results to a report file? (Y/N): "
                    with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn

           if print-report
              open output report-file
              move "BOND PRICE AND YIELD"
                   to report-title
              move "FBONDPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total

              move spaces to report-record
              string "BOND PRICE AND YIELD  TAG=" bond-tag
                     delimited by size into report-record
              perform 197-write-report-line

              move spaces to report-record
              string "Face value: " face-out "  coupon " coupon-out
                     "% " freq-word
                     delimited by size into report-record
              perform 197-write-report-line

              move spaces to report-record
              string "Settlement " settle-date "  maturity "
                     maturity-date "  (" years-out " years)"
                     delimited by size into report-record
              perform 197-write-report-line

              move spaces to report-record
              if curve-discounting
                 string "Priced at the RATECURVE treasury curve of "
                        curve-best-date
                        delimited by size into report-record
              else
                 if solve-for-price
                    string "Market yield entered: " interest-rate "%"
                           delimited by size into report-record
                 else
                    string "Quoted clean price per 100: "
                           price-100-out
                           delimited by size into report-record
                 end-if
              end-if
              perform 197-write-report-line

              move spaces to report-record
              string "Clean price: " money-out "  (" price-100-out
                     " per 100)"
                     delimited by size into report-record
              perform 197-write-report-line

              move spaces to report-record
              string "Accrued interest: " accrued-out
                     "   Full price: " value-out
                     delimited by size into report-record
              perform 197-write-report-line

              move spaces to report-record
              if ytm-found
                 move ytm-pct to pct-out
                 string "Yield to maturity: " pct-out "%"
                        delimited by size into report-record
                 perform 197-write-report-line
                 move current-yield-pct to pct-out
                 move macaulay-dur to dur-out
                 move spaces to report-record
                 string "Current yield: " pct-out "%   Macaulay"
                        " duration: " dur-out " years"
                        delimited by size into report-record
                 perform 197-write-report-line
                 move modified-dur to dur-out
                 move spaces to report-record
                 string "Modified duration: " dur-out
                        delimited by size into report-record
              else
                 string "Yield to maturity: none in 0-99%"
                        delimited by size into report-record
              end-if
              perform 197-write-report-line

              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to FBONDPRINT."
           end-if.

      * CSV-export option -- a header row and one data row of the
      * result figures, for loading into a spreadsheet.
       166-export-csv.
      * Every completed calculation posts to the consolidated
      * repository first; the CSV below stays optional.
           perform 169-post-results-repo

           display spaces
           display "Export results to a CSV file? (Y/N): "
                    with no advancing
           accept csv-yn
           move function upper-case(csv-yn) to csv-yn

           if export-csv
              open output csv-file
              perform 171-write-csv-heading
              perform 172-write-csv-row
              close csv-file
              display spaces
              display "Results exported to FBONDCSV."
           end-if.

       169-post-results-repo.
           move "FBOND" to audit-trail-pgm
           move bond-tag to rr-tag-ws
           move face-value to face-csv
           move coupon-pct to coupon-out
           move ytm-pct to pct-out
           move spaces to rr-inputs-ws
           string "F=" function trim(face-csv) " C=" coupon-out
                  " M=" maturity-date " Y=" pct-out
                  delimited by size into rr-inputs-ws
           move price-per-100 to price-100-out
           move accrued-interest to money-csv
           move spaces to rr-result-ws
           string "P=" function trim(price-100-out) " AI="
                  function trim(money-csv)
                  delimited by size into rr-result-ws
           perform 168-write-results-repo.

       171-write-csv-heading.
           move spaces to csv-record
           string "TAG,FACE,COUPON,FREQ,SETTLE,MATURITY,YIELD,"
                  "CLEAN,PER-100,ACCRUED,FULL,"
                  "CUR-YIELD,DURATION,MOD-DUR"
                  delimited by size into csv-record
           write csv-record.

       172-write-csv-row.
           move face-value to face-csv
           move coupon-freq to freq-out
           move ytm-pct to pct-csv
           move price-per-100 to price-csv
           move spaces to csv-record
           move 1 to csv-ptr
           string function trim(bond-tag) ","
                  function trim(face-csv) ","
                  function trim(coupon-out) ","
                  function trim(freq-out) ","
                  settle-date "," maturity-date ","
                  function trim(pct-csv) ","
                  delimited by size into csv-record
                  with pointer csv-ptr
           move clean-price to money-csv
           string function trim(money-csv) ","
                  function trim(price-csv) ","
                  delimited by size into csv-record
                  with pointer csv-ptr
           move accrued-interest to money-csv
           string function trim(money-csv) ","
                  delimited by size into csv-record
                  with pointer csv-ptr
           move full-price to money-csv
           move current-yield-pct to pct-csv
           string function trim(money-csv) ","
                  function trim(pct-csv) ","
                  delimited by size into csv-record
                  with pointer csv-ptr
           move macaulay-dur to dur-csv
           string function trim(dur-csv) ","
                  delimited by size into csv-record
                  with pointer csv-ptr
           move modified-dur to dur-csv
           string function trim(dur-csv)
                  delimited by size into csv-record
                  with pointer csv-ptr
           write csv-record.

      * Batch mode: the holdings schedule priced at one month-end
      * settlement date, at each holding's own market yield or at
      * the treasury curve, one line per holding, with the
      * portfolio's market value and value-weighted modified
      * duration at the foot.
       200-batch-mode-data-entry.
           move "P" to solve-in
           perform 205-month-end-entry
           perform 125-offer-curve-discounting thru 125-curve-exit

           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              display "Unable to open FBONDSKED schedule file."
              move schedule-status to fs-code
              move "FBONDSKED" to fs-file-name
              perform 990-decode-file-status
              go to 290-batch-exit
           end-if

           display spaces
           display "Print the holdings report to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           display "Export the holdings to a CSV file? (Y/N): "
                   with no advancing
           accept csv-yn
           move function upper-case(csv-yn) to csv-yn
           if print-report
              open output report-file
              move "BOND HOLDINGS AT MONTH-END" to report-title
              move "FBONDPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if
           if export-csv
              open output csv-file
              perform 171-write-csv-heading
           end-if

           move zero to total-face total-value total-dur-weight
           display spaces
           move spaces to report-record
           string "***** BOND HOLDINGS PRICED AT " settle-date
                  " *****"
                  delimited by size into report-record
           perform 250-emit-batch-line
           if curve-discounting
              move spaces to report-record
              string "Priced at the RATECURVE treasury curve of "
                     curve-best-date
                     delimited by size into report-record
              perform 250-emit-batch-line
           end-if
           move spaces to report-record
           perform 250-emit-batch-line
           move spaces to report-record
           string "TAG                   FACE   CPN%  FQ MATURITY  "
                  "YIELD%  PRICE/100     ACCRUED    MARKET VALUE"
                  "  MOD-DUR"
                  delimited by size into report-record
           perform 250-emit-batch-line

           move "N" to batch-eof-flag
           perform 210-read-schedule-record
           perform 220-process-one-holding thru 220-process-exit
                  until batch-eof.

      * 290-batch-exit immediately follows 200 so that "PERFORM
      * 200-batch-mode-data-entry THRU 290-batch-exit" falls straight
      * through from 200 into the closing report with no other
      * paragraph in between -- 210/220 below are reached only by the
      * explicit PERFORMs above and inside 220 itself, never by
      * falling through, so they do not run an extra time after the
      * loop ends.
       290-batch-exit.
           if schedule-status EQUAL TO "00" or
              schedule-status EQUAL TO "10"
              close schedule-file
              move spaces to report-record
              perform 250-emit-batch-line
              move total-face to money-out
              move total-value to value-out
              if total-value > zero
                 compute portfolio-duration rounded =
                         total-dur-weight / total-value
              else
                 move zero to portfolio-duration
              end-if
              move portfolio-duration to dur-out
              move spaces to report-record
              string "PORTFOLIO  FACE " money-out "  MARKET VALUE "
                     value-out "  MODIFIED DURATION " dur-out
                     delimited by size into report-record
              perform 250-emit-batch-line
              if print-report
                 perform 199-write-report-trailer
                 close report-file
                 display "Report written to FBONDPRINT."
              end-if
              if export-csv
                 close csv-file
                 display "Holdings exported to FBONDCSV."
              end-if
           end-if
           move batch-item-count to batch-item-count-out
           move batch-reject-count to batch-reject-out
           display spaces
           display batch-item-count-out " holdings priced, "
                   batch-reject-out " rejected."

      * Prove the work: one run-control record with the counts, for
      * the reconciliation step.
           move "FBOND" to audit-trail-pgm
           move "FBONDSKED" to rc-input-name
           move batch-item-count to rc-processed-count
           move batch-reject-count to rc-rejected-count
           move batch-item-count to rc-output-count
           perform 227-write-run-control.

      * The month-end settlement date -- blank takes the last day of
      * the current month.
       205-month-end-entry.
           display spaces
           display "Month-end pricing date (YYYYMMDD, blank for the"
                   " end of this month): " with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move function current-date(1:8) to work-date
              move 1 to wd-dd
              if wd-mm EQUAL TO 12
                 add 1 to wd-yyyy
                 move 1 to wd-mm
              else
                 add 1 to wd-mm
              end-if
              compute settle-date = function date-of-integer(
                      function integer-of-date(work-date) - 1)
              display "Pricing at " settle-date "."
           else
              if date-in NOT NUMERIC
                 display "Date must be numeric YYYYMMDD."
                 go to 205-month-end-entry
              end-if
              if function test-date-yyyymmdd(function numval(date-in))
                 NOT EQUAL TO zero
                 display "That is not a calendar date."
                 go to 205-month-end-entry
              end-if
              move date-in to settle-date
           end-if.

       210-read-schedule-record.
           read schedule-file
              at end
                 move "Y" to batch-eof-flag
              not at end
                 add 1 to rc-read-count
           end-read.

      * One holding: checked against the same limits the keyed entry
      * uses, priced, listed, and posted to the repository; a holding
      * that fails a check is listed as rejected and passed over.
       220-process-one-holding.
           move sked-tag to bond-tag
           perform 230-check-holding thru 230-check-exit
           if NOT holding-ok
              add 1 to batch-reject-count
              move spaces to report-record
              string sked-tag "  REJECTED -- " reject-reason
                     delimited by size into report-record
              perform 250-emit-batch-line
              perform 210-read-schedule-record
              go to 220-process-exit
           end-if

           perform 130-coupon-schedule
           perform 150-calculate-it
           add face-value to total-face
           add full-price to total-value
           compute total-dur-weight =
                   total-dur-weight + full-price * modified-dur

           move face-value to face-out
           move coupon-pct to coupon-out
           move coupon-freq to freq-out
           move ytm-pct to pct-out
           move price-per-100 to price-100-out
           move accrued-interest to accrued-out
           move full-price to value-out
           move modified-dur to mod-dur-out
           move spaces to report-record
           string sked-tag " " face-out " " coupon-out " " freq-out
                  " " maturity-date " " pct-out " " price-100-out
                  "  " accrued-out "  " value-out "   " mod-dur-out
                  delimited by size into report-record
           perform 250-emit-batch-line

           perform 169-post-results-repo
           if export-csv
              perform 172-write-csv-row
           end-if
           add 1 to batch-item-count
           perform 210-read-schedule-record.
       220-process-exit.
           exit.

       230-check-holding.
           move "N" to holding-ok-flag
           move function lower-case(sked-face-in)   to sked-face-in
           move function lower-case(sked-coupon-in) to sked-coupon-in
           move function lower-case(sked-freq-in)   to sked-freq-in
           move function lower-case(sked-yield-in)  to sked-yield-in
           if function test-numval(sked-face-in) NOT EQUAL TO zero
              or function test-numval(sked-coupon-in)
                 NOT EQUAL TO zero
              or function test-numval(sked-freq-in) NOT EQUAL TO zero
              move "A FIGURE IS NOT NUMERIC" to reject-reason
              go to 230-check-exit
           end-if
           compute face-value = function numval(sked-face-in)
           if face-value > max-val or face-value < min-val
              move "FACE VALUE OUTSIDE THE TVMPARM LIMITS"
                   to reject-reason
              go to 230-check-exit
           end-if
           compute coupon-pct = function numval(sked-coupon-in)
           if coupon-pct > max-int
              move "COUPON RATE OVER THE TVMPARM LIMIT"
                   to reject-reason
              go to 230-check-exit
           end-if
           compute coupon-freq = function numval(sked-freq-in)
           if NOT valid-frequency
              move "COUPONS A YEAR NOT 1, 2, 4, OR 12"
                   to reject-reason
              go to 230-check-exit
           end-if
           if sked-maturity NOT NUMERIC
              move "MATURITY DATE NOT YYYYMMDD" to reject-reason
              go to 230-check-exit
           end-if
           if function test-date-yyyymmdd(
              function numval(sked-maturity)) NOT EQUAL TO zero
              move "MATURITY DATE NOT YYYYMMDD" to reject-reason
              go to 230-check-exit
           end-if
           move sked-maturity to maturity-date
           if maturity-date NOT GREATER THAN settle-date
              move "MATURED BY THE PRICING DATE" to reject-reason
              go to 230-check-exit
           end-if
           compute years-to-maturity rounded =
                   (function integer-of-date(maturity-date) -
                    function integer-of-date(settle-date)) / 365.25
           if years-to-maturity > max-term
              move term-too-long to reject-reason
              go to 230-check-exit
           end-if
           if NOT curve-discounting
              if function test-numval(sked-yield-in)
                 NOT EQUAL TO zero
                 move "MARKET YIELD NOT NUMERIC" to reject-reason
                 go to 230-check-exit
              end-if
              compute annual-interest =
                      function numval(sked-yield-in)
              if annual-interest > max-int or
                 annual-interest < min-int
                 move "MARKET YIELD OUTSIDE THE TVMPARM LIMITS"
                      to reject-reason
                 go to 230-check-exit
              end-if
              move annual-interest to interest-rate
              divide annual-interest by 100 giving annual-interest
           end-if
           move "Y" to holding-ok-flag.
       230-check-exit.
           exit.

       250-emit-batch-line.
           display report-record
           if print-report
              perform 197-write-report-line
           end-if.
