      *****************************************************************
      * NATURAL-GAS SUPPLY CONTRACT POSITION AND TAKE-OR-PAY EXPOSURE *
      *                                                               *
      * Gas is bought on fixed-price monthly volumes with a swing     *
      * band either side, and nothing compared what came in against   *
      * what was contracted.  This program keeps the GASCNTR contract *
      * file (one line per plant and month: fuel, contracted volume,  *
      * price, the swing band down and up in percent, and the         *
      * overrun and take-or-pay rates) and prints the position: each  *
      * month's FUELDELIV deliveries (closed months), deliveries to   *
      * date plus the rest of the month's projected burn (the current *
      * month), or the FUELSKED-projected burn alone (months still to *
      * come), set against the band.  Volume over the band is priced  *
      * at the overrun rate, volume under it at the take-or-pay rate, *
      * and the exposure is carried forward month by month so         *
      * purchasing nominates next month with the numbers in front of  *
      * them.  The projected burn is one-twelfth of the schedule's    *
      * annual usage for the plant and fuel, DELRECON's figure, with  *
      * a dual-fuel boiler's usage split as the schedule splits it.   *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   gascntr.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The contract months.  Plain data, loaded whole and written
      * whole.
           select contract-file assign to "GASCNTR"
                  organization is line sequential
                  file status is contract-status.

           select delivery-file assign to "FUELDELIV"
                  organization is line sequential
                  file status is delivery-status.

           select schedule-file assign to "FUELSKED"
                  organization is line sequential
                  file status is schedule-status.

           select report-file assign to "GASPRINT"
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
      * One line per plant and contract month.  Volumes are in the
      * units FUELDELIV's tickets and FUELSKED's usage are kept in.
       fd  contract-file
           record contains 70 characters.
       01 contract-record.
           05 gc-plant           pic x(4).
           05 gc-month           pic x(6).
           05 gc-fuel            pic x(2).
           05 gc-volume-in       pic x(10).
           05 gc-price-in        pic x(8).
           05 gc-swing-dn-in     pic x(5).
           05 gc-swing-up-in     pic x(5).
           05 gc-overrun-in      pic x(8).
           05 gc-top-in          pic x(8).
           05 gc-oper            pic x(8).
           05 filler             pic x(6).

      * FUELDELIV and FUELSKED as DELRECON reads them.
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
       01 fuel-in               pic x(2).
       01 month-in              pic x(6).
       01 entry-in              pic x(12).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 months-to-apply       pic 99.

       01 contract-status       pic xx.
       01 contract-eof-flag     pic x value "N".
           88 contract-eof             value "Y".
       01 delivery-status       pic xx.
       01 delivery-eof-flag     pic x value "N".
           88 delivery-eof             value "Y".
       01 schedule-status       pic xx.
       01 sked-eof-flag         pic x value "N".
           88 sked-eof                 value "Y".

      * GASCNTR, read whole and written back whole.
       01 contract-count        pic 9(3) value zero.
       01 contract-idx          pic 9(3).
       01 contract-jdx          pic 9(3).
       01 contract-pick         pic 9(3).
       01 contract-latest       pic 9(3).
       01 contract-table.
           05 contract-entry occurs 400 times.
               10 ct-plant       pic x(4).
               10 ct-month       pic x(6).
               10 ct-fuel        pic x(2).
               10 ct-volume      pic 9(8)v99.
               10 ct-price       pic 9(3)v9(4).
               10 ct-swing-dn    pic 99v9.
               10 ct-swing-up    pic 99v9.
               10 ct-overrun     pic 9(3)v9(4).
               10 ct-top         pic 9(3)v9(4).
               10 ct-oper        pic x(8).
       01 contract-swap         pic x(57).

      * The contract month being entered.
       01 new-volume            pic 9(8)v99.
       01 new-price             pic 9(3)v9(4).
       01 new-swing-dn          pic 99v9.
       01 new-swing-up          pic 99v9.
       01 new-overrun           pic 9(3)v9(4).
       01 new-top               pic 9(3)v9(4).
       01 month-num             pic 9(6).
       01 month-parts redefines month-num.
           05 mp-year           pic 9(4).
           05 mp-month          pic 99.
       01 apply-idx             pic 99.

      * Position rows -- the plant's contract months in the span,
      * in month order.
       01 row-count             pic 99 value zero.
       01 row-idx               pic 99.
       01 row-table.
           05 row-entry occurs 24 times.
               10 rw-contract    pic 9(3).
               10 rw-month       pic x(6).
               10 rw-delivered   pic 9(9)v99.
               10 rw-position    pic 9(9)v99.
               10 rw-basis       pic x.
       01 span-first            pic x(6).
       01 span-last             pic x(6).
       01 this-month            pic x(6).
       01 next-month            pic x(6).
       01 report-fuel           pic x(2).

      * The month's arithmetic.
       01 sked-annual           pic 9(9)v99.
       01 annual-usage          pic 9(9)v99.
       01 split-pct             pic 999.
       01 monthly-burn          pic 9(8)v99.
       01 month-first           pic 9(8).
       01 month-next-first      pic 9(8).
       01 month-next-parts redefines month-next-first.
           05 mn-year           pic 9(4).
           05 mn-month          pic 99.
           05 mn-day            pic 99.
       01 month-days            pic 99.
       01 days-left             pic 99.
       01 delivery-qty          pic 9(7)v99.
       01 band-low              pic 9(9)v99.
       01 band-high             pic 9(9)v99.
       01 over-volume           pic 9(9)v99.
       01 under-volume          pic 9(9)v99.
       01 exposure              pic 9(8)v99.
       01 carried-exposure      pic 9(9)v99.
       01 closed-exposure       pic 9(9)v99.
       01 open-exposure         pic 9(9)v99.
       01 contract-value        pic 9(10)v99.
       01 month-value           pic 9(10)v99.
       01 nominate-volume       pic 9(9)v99.

      * Text columns.
       01 volume-text           pic 9(7).99.
       01 price-text            pic 999.9999.
       01 swing-text            pic 99.9.

      * Displayed-fields.
       01 volume-out            pic z,zzz,zz9.
       01 volume2-out           pic z,zzz,zz9.
       01 volume3-out           pic z,zzz,zz9.
       01 price-out             pic $$$9.9999.
       01 swing-out             pic z9.9.
       01 dollars-out           pic $$,$$$,$$9.99.
       01 dollars2-out          pic $$,$$$,$$9.99.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** GAS CONTRACT POSITION BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 108-load-contracts
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** GAS CONTRACT POSITION ENDS *****"
           display spaces

           move "GASCNTR" to audit-trail-pgm
           move "Gas contract session completed."
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

       108-load-contracts.
           move zero to contract-count
           open input contract-file
           if contract-status EQUAL TO "00"
              move "N" to contract-eof-flag
              perform 109-read-contract-record
              perform 110-store-contract-record until contract-eof
              close contract-file
           end-if.

       109-read-contract-record.
           read contract-file
              at end move "Y" to contract-eof-flag
           end-read.

       110-store-contract-record.
           if gc-plant NOT EQUAL TO spaces and contract-count < 400
              add 1 to contract-count
              move contract-count to contract-idx
              move function upper-case(gc-plant)
                   to ct-plant(contract-idx)
              move gc-month to ct-month(contract-idx)
              move function upper-case(gc-fuel) to ct-fuel(contract-idx)
              move function lower-case(gc-volume-in) to gc-volume-in
              compute ct-volume(contract-idx) =
                      function numval(gc-volume-in)
              move function lower-case(gc-price-in) to gc-price-in
              compute ct-price(contract-idx) =
                      function numval(gc-price-in)
              move function lower-case(gc-swing-dn-in)
                   to gc-swing-dn-in
              compute ct-swing-dn(contract-idx) =
                      function numval(gc-swing-dn-in)
              move function lower-case(gc-swing-up-in)
                   to gc-swing-up-in
              compute ct-swing-up(contract-idx) =
                      function numval(gc-swing-up-in)
              move function lower-case(gc-overrun-in) to gc-overrun-in
              compute ct-overrun(contract-idx) =
                      function numval(gc-overrun-in)
              move function lower-case(gc-top-in) to gc-top-in
              compute ct-top(contract-idx) =
                      function numval(gc-top-in)
              move gc-oper to ct-oper(contract-idx)
           end-if
           perform 109-read-contract-record.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change contract months"
           display " 2 --- List a plant's contract"
           display " 3 --- Contract position and exposure report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-contract-entry thru
                             200-contract-exit
              when "2" perform 300-list-contract thru 300-list-exit
              when "3" perform 400-position-report thru
                             400-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 3."
           end-evaluate.

       250-plant-entry.
           display "Plant code (blank for your stored default): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if.

      * CONTRACT-PICK out: the plant and fuel's line for MONTH-IN,
      * zero when none.  CONTRACT-LATEST is the plant's latest line
      * of any month, for the entry defaults.
       255-find-contract-month.
           move zero to contract-pick
           move zero to contract-latest
           perform 256-test-one-contract
                   varying contract-idx from 1 by 1
                   until contract-idx > contract-count.

       256-test-one-contract.
           if ct-plant(contract-idx) EQUAL TO plant-in
              if ct-month(contract-idx) EQUAL TO month-in and
                 ct-fuel(contract-idx) EQUAL TO fuel-in
                 move contract-idx to contract-pick
              end-if
              if contract-latest EQUAL TO zero
                 move contract-idx to contract-latest
              else
                 if ct-month(contract-idx) >
                    ct-month(contract-latest)
                    move contract-idx to contract-latest
                 end-if
              end-if
           end-if.

      * A contract month, or a run of consecutive months on the same
      * terms -- a year's strip is keyed once.
       200-contract-entry.
           display spaces
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 200-contract-exit
           end-if
           display "First contract month (YYYYMM): " with no advancing
           accept month-in
           move month-in to month-num
           if month-in NOT NUMERIC or mp-month < 1 or mp-month > 12
              display "The month is YYYYMM."
              go to 200-contract-exit
           end-if
           display "Fuel code (blank for NG): " with no advancing
           accept fuel-in
           move function upper-case(fuel-in) to fuel-in
           if fuel-in EQUAL TO spaces
              move "NG" to fuel-in
           end-if
           perform 255-find-contract-month

      * Defaults: the month being changed, else the plant's latest.
           move zero to new-volume
           move zero to new-price
           move 10 to new-swing-dn
           move 10 to new-swing-up
           move zero to new-overrun
           move zero to new-top
           if contract-pick > zero
              move contract-pick to contract-idx
              perform 260-take-defaults
           else
              if contract-latest > zero
                 move contract-latest to contract-idx
                 perform 260-take-defaults
              end-if
           end-if

           move new-volume to volume-out
           display "Contracted volume a month (blank for " volume-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT GREATER THAN zero or
                 entry-value > 9999999
                 display "Not a volume."
                 go to 200-contract-exit
              end-if
              move entry-value to new-volume
           end-if
           if new-volume EQUAL TO zero
              display "The month needs a contracted volume."
              go to 200-contract-exit
           end-if

           move new-price to price-out
           display "Contract price per unit (blank for " price-out
                   "): " with no advancing
           perform 270-accept-rate
           if entry-value NOT LESS THAN zero
              move entry-value to new-price
           end-if
           move new-swing-dn to swing-out
           display "Swing band down % (blank for " swing-out "): "
                   with no advancing
           perform 275-accept-swing
           if entry-value NOT LESS THAN zero
              move entry-value to new-swing-dn
           end-if
           move new-swing-up to swing-out
           display "Swing band up % (blank for " swing-out "): "
                   with no advancing
           perform 275-accept-swing
           if entry-value NOT LESS THAN zero
              move entry-value to new-swing-up
           end-if
           move new-overrun to price-out
           display "Overrun rate per unit over the band (blank for "
                   price-out "): " with no advancing
           perform 270-accept-rate
           if entry-value NOT LESS THAN zero
              move entry-value to new-overrun
           end-if
           move new-top to price-out
           display "Take-or-pay rate per unit under the band (blank"
                   " for " price-out "): " with no advancing
           perform 270-accept-rate
           if entry-value NOT LESS THAN zero
              move entry-value to new-top
           end-if

           display "Apply to how many consecutive months (blank for"
                   " 1): " with no advancing
           accept entry-in
           move 1 to months-to-apply
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN 1 and
                 entry-value NOT GREATER THAN 24
                 move entry-value to months-to-apply
              end-if
           end-if

           move month-in to span-first
           perform 280-post-one-month thru 280-post-exit
                   varying apply-idx from 1 by 1
                   until apply-idx > months-to-apply
           perform 180-save-contracts thru 180-save-exit

           display "Contract saved for " plant-in " from " span-first
                   "."
           move "GASCNTR" to audit-trail-pgm
           move spaces to audit-trail-detail
           move new-volume to volume-out
           string "PLANT=" plant-in " Gas contract from " span-first
                  " at " volume-out " a month"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       200-contract-exit.
           exit.

       260-take-defaults.
           move ct-volume(contract-idx) to new-volume
           move ct-price(contract-idx) to new-price
           move ct-swing-dn(contract-idx) to new-swing-dn
           move ct-swing-up(contract-idx) to new-swing-up
           move ct-overrun(contract-idx) to new-overrun
           move ct-top(contract-idx) to new-top.

      * ENTRY-VALUE back negative when the reply is blank or no rate.
       270-accept-rate.
           accept entry-in
           move -1 to entry-value
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > 999.9999
                 display "Not a rate -- kept as it was."
                 move -1 to entry-value
              end-if
           end-if.

       275-accept-swing.
           accept entry-in
           move -1 to entry-value
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > 99
                 display "Not a swing percent -- kept as it was."
                 move -1 to entry-value
              end-if
           end-if.

      * One month of the run, replacing the month's line when the
      * plant already has one for the fuel.
       280-post-one-month.
           move month-num to month-in
           perform 255-find-contract-month
           if contract-pick EQUAL TO zero
              if contract-count NOT LESS THAN 400
                 display "GASCNTR holds 400 months -- " month-in
                         " not added."
                 go to 280-post-exit
              end-if
              add 1 to contract-count
              move contract-count to contract-pick
           end-if
           move plant-in to ct-plant(contract-pick)
           move month-in to ct-month(contract-pick)
           move fuel-in to ct-fuel(contract-pick)
           move new-volume to ct-volume(contract-pick)
           move new-price to ct-price(contract-pick)
           move new-swing-dn to ct-swing-dn(contract-pick)
           move new-swing-up to ct-swing-up(contract-pick)
           move new-overrun to ct-overrun(contract-pick)
           move new-top to ct-top(contract-pick)
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to ct-oper(contract-pick).
       280-post-exit.
           perform 285-advance-month.

      * MONTH-NUM to the month after.
       285-advance-month.
           if mp-month EQUAL TO 12
              add 1 to mp-year
              move 1 to mp-month
           else
              add 1 to mp-month
           end-if.

       300-list-contract.
           display spaces
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 300-list-exit
           end-if
           perform 410-sort-outer-pass
                   varying contract-idx from 1 by 1
                   until contract-idx NOT LESS THAN contract-count
           display spaces
           display "MONTH  FUEL    VOLUME     PRICE  BAND -/+%"
                   "    OVERRUN  TAKE-OR-PAY"
           perform 310-list-one-month
                   varying contract-idx from 1 by 1
                   until contract-idx > contract-count.
       300-list-exit.
           exit.

       310-list-one-month.
           if ct-plant(contract-idx) EQUAL TO plant-in
              move ct-volume(contract-idx) to volume-out
              move ct-price(contract-idx) to price-out
              move spaces to out-line
              move ct-month(contract-idx) to out-line(1:6)
              move ct-fuel(contract-idx) to out-line(8:2)
              move volume-out to out-line(11:9)
              move price-out to out-line(21:9)
              move ct-swing-dn(contract-idx) to swing-out
              move swing-out to out-line(32:4)
              move "/" to out-line(36:1)
              move ct-swing-up(contract-idx) to swing-out
              move swing-out to out-line(37:4)
              move ct-overrun(contract-idx) to price-out
              move price-out to out-line(43:9)
              move ct-top(contract-idx) to price-out
              move price-out to out-line(56:9)
              display out-line
           end-if.

      * The position: every contract month of the plant and fuel in
      * the twelve months from the first asked for.
       400-position-report.
           display spaces
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 400-report-exit
           end-if
           display "Fuel code (blank for NG): " with no advancing
           accept report-fuel
           move function upper-case(report-fuel) to report-fuel
           if report-fuel EQUAL TO spaces
              move "NG" to report-fuel
           end-if
           display "First month (YYYYMM, blank for January): "
                   with no advancing
           accept span-first
           if span-first EQUAL TO spaces
              move todays-date-stamp(1:4) to span-first(1:4)
              move "01" to span-first(5:2)
           end-if
           if span-first NOT NUMERIC
              display "The month is YYYYMM."
              go to 400-report-exit
           end-if
           move span-first to month-num
           perform 285-advance-month 11 times
           move month-num to span-last
           move todays-date-stamp(1:6) to this-month
           move this-month to month-num
           perform 285-advance-month
           move month-num to next-month

           perform 410-sort-outer-pass
                   varying contract-idx from 1 by 1
                   until contract-idx NOT LESS THAN contract-count
           move zero to row-count
           perform 420-pick-one-row
                   varying contract-idx from 1 by 1
                   until contract-idx > contract-count
           if row-count EQUAL TO zero
              display "No " report-fuel " contract months for "
                      plant-in " from " span-first " through "
                      span-last "."
              go to 400-report-exit
           end-if

           perform 430-projected-burn thru 430-burn-exit
           perform 440-total-deliveries thru 440-delivery-exit
           perform 450-set-one-position
                   varying row-idx from 1 by 1
                   until row-idx > row-count

           display spaces
           display "Print the position to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "GAS CONTRACT POSITION" to report-title
              move "GASPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           perform 460-print-position

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Position written to GASPRINT."
           end-if

           move "GASCNTR" to audit-trail-pgm
           move spaces to audit-trail-detail
           move open-exposure to dollars-out
           string "PLANT=" plant-in " Gas position " span-first
                  " open exposure " dollars-out
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-report-exit.
           exit.

      * Plant and month order.
       410-sort-outer-pass.
           perform 411-sort-inner-pass
                   varying contract-jdx from 1 by 1
                   until contract-jdx > contract-count - contract-idx.

       411-sort-inner-pass.
           if contract-entry(contract-jdx)(1:12) >
              contract-entry(contract-jdx + 1)(1:12)
              move contract-entry(contract-jdx) to contract-swap
              move contract-entry(contract-jdx + 1)
                   to contract-entry(contract-jdx)
              move contract-swap to contract-entry(contract-jdx + 1)
           end-if.

       420-pick-one-row.
           if ct-plant(contract-idx) EQUAL TO plant-in and
              ct-fuel(contract-idx) EQUAL TO report-fuel and
              ct-month(contract-idx) NOT LESS THAN span-first and
              ct-month(contract-idx) NOT GREATER THAN span-last and
              row-count < 24
              add 1 to row-count
              move contract-idx to rw-contract(row-count)
              move ct-month(contract-idx) to rw-month(row-count)
              move zero to rw-delivered(row-count)
              move zero to rw-position(row-count)
           end-if.

      * One-twelfth of the schedule's annual usage of the fuel at
      * the plant -- a dual-fuel boiler's usage split as the
      * schedule splits it.
       430-projected-burn.
           move zero to sked-annual
           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              display "Unable to open FUELSKED -- projected burn will"
              display "show zero."
              go to 430-burn-exit
           end-if
           move "N" to sked-eof-flag
           perform 431-read-schedule-record
           perform 432-post-schedule-record until sked-eof
           close schedule-file.
       430-burn-exit.
           compute monthly-burn rounded = sked-annual / 12.

       431-read-schedule-record.
           read schedule-file
              at end move "Y" to sked-eof-flag
           end-read.

       432-post-schedule-record.
           if sked-tag NOT EQUAL TO spaces and
              function upper-case(sked-plant-in) EQUAL TO plant-in
              move function lower-case(sked-usage-in) to sked-usage-in
              compute annual-usage = function numval(sked-usage-in)
              move 100 to split-pct
              if sked-fuel2-in NOT EQUAL TO spaces and
                 sked-split-in NOT EQUAL TO spaces
                 move function lower-case(sked-split-in)
                      to sked-split-in
                 compute split-pct = function numval(sked-split-in)
                 if split-pct < 1 or split-pct > 99
                    move 100 to split-pct
                 end-if
              end-if
              if function upper-case(sked-fuel-in) EQUAL TO
                 report-fuel
                 compute sked-annual rounded = sked-annual +
                         annual-usage * split-pct / 100
              end-if
              if function upper-case(sked-fuel2-in) EQUAL TO
                 report-fuel and split-pct < 100
                 compute sked-annual rounded = sked-annual +
                         annual-usage * (100 - split-pct) / 100
              end-if
           end-if
           perform 431-read-schedule-record.

       440-total-deliveries.
           open input delivery-file
           if delivery-status NOT EQUAL TO "00"
              display "No FUELDELIV delivery file on file yet."
              go to 440-delivery-exit
           end-if
           move "N" to delivery-eof-flag
           perform 441-read-delivery-record
           perform 442-post-delivery-record until delivery-eof
           close delivery-file.
       440-delivery-exit.
           exit.

       441-read-delivery-record.
           read delivery-file
              at end move "Y" to delivery-eof-flag
           end-read.

       442-post-delivery-record.
           if function upper-case(dl-plant) EQUAL TO plant-in and
              function upper-case(dl-fuel) EQUAL TO report-fuel
              perform 443-test-one-row
                      varying row-idx from 1 by 1
                      until row-idx > row-count
           end-if
           perform 441-read-delivery-record.

       443-test-one-row.
           if dl-date(1:6) EQUAL TO rw-month(row-idx)
              move function lower-case(dl-qty-in) to dl-qty-in
              compute delivery-qty = function numval(dl-qty-in)
              add delivery-qty to rw-delivered(row-idx)
           end-if.

      * Closed months stand on their deliveries ("A"), the current
      * month on deliveries to date plus the rest of its projected
      * burn ("C"), months to come on the projected burn ("P").
       450-set-one-position.
           evaluate true
              when rw-month(row-idx) < this-month
                 move rw-delivered(row-idx) to rw-position(row-idx)
                 move "A" to rw-basis(row-idx)
              when rw-month(row-idx) EQUAL TO this-month
                 move this-month to month-num
                 perform 455-month-days
                 compute days-left = month-days -
                         function numval(todays-date-stamp(7:2)) + 1
                 compute rw-position(row-idx) rounded =
                         rw-delivered(row-idx) +
                         monthly-burn * days-left / month-days
                 move "C" to rw-basis(row-idx)
              when other
                 move monthly-burn to rw-position(row-idx)
                 move "P" to rw-basis(row-idx)
           end-evaluate.

      * MONTH-DAYS of MONTH-NUM.
       455-month-days.
           move month-num to month-first(1:6)
           move "01" to month-first(7:2)
           move month-first to month-next-first
           if mn-month EQUAL TO 12
              add 1 to mn-year
              move 1 to mn-month
           else
              add 1 to mn-month
           end-if
           compute month-days =
                   function integer-of-date(month-next-first) -
                   function integer-of-date(month-first).

       460-print-position.
           move spaces to out-line
           string "GAS CONTRACT POSITION  PLANT " plant-in "  FUEL "
                  report-fuel "  " span-first " THROUGH " span-last
                  delimited by size into out-line
           perform 490-emit-line
           move monthly-burn to volume-out
           move spaces to out-line
           string "FUELSKED PROJECTED BURN " volume-out " A MONTH"
                  "   (A ACTUAL, C CURRENT, P PROJECTED)"
                  delimited by size into out-line
           perform 490-emit-line
           move spaces to out-line
           perform 490-emit-line
           move spaces to out-line
           move "MONTH"              to out-line(1:5)
           move "CONTRACT"           to out-line(10:8)
           move "BAND LOW"           to out-line(20:8)
           move "BAND HIGH"          to out-line(30:9)
           move "DELIVERED"          to out-line(40:9)
           move "POSITION"           to out-line(51:8)
           move "OVER/UNDER"         to out-line(61:10)
           move "EXPOSURE"           to out-line(77:8)
           move "CARRIED"            to out-line(91:7)
           perform 490-emit-line

           move zero to carried-exposure
           move zero to closed-exposure
           move zero to open-exposure
           move zero to contract-value
           perform 470-print-one-month
                   varying row-idx from 1 by 1
                   until row-idx > row-count

           move spaces to out-line
           perform 490-emit-line
           move contract-value to dollars-out
           move spaces to out-line
           string "CONTRACT VALUE AT CONTRACT PRICE      " dollars-out
                  delimited by size into out-line
           perform 490-emit-line
           move closed-exposure to dollars-out
           move spaces to out-line
           string "EXPOSURE INCURRED IN CLOSED MONTHS    " dollars-out
                  delimited by size into out-line
           perform 490-emit-line
           move open-exposure to dollars-out
           move spaces to out-line
           string "EXPOSURE PROJECTED FOR OPEN MONTHS    " dollars-out
                  delimited by size into out-line
           perform 490-emit-line
           move carried-exposure to dollars-out
           move spaces to out-line
           string "TOTAL EXPOSURE CARRIED FORWARD        " dollars-out
                  delimited by size into out-line
           perform 490-emit-line

           perform 480-print-nomination thru 480-nomination-exit.

       470-print-one-month.
           move rw-contract(row-idx) to contract-idx
           perform 475-price-one-month
           move spaces to out-line
           move rw-month(row-idx) to out-line(1:6)
           move rw-basis(row-idx) to out-line(8:1)
           move ct-volume(contract-idx) to volume-out
           move volume-out to out-line(9:9)
           move band-low to volume-out
           move volume-out to out-line(19:9)
           move band-high to volume-out
           move volume-out to out-line(30:9)
           move rw-delivered(row-idx) to volume-out
           move volume-out to out-line(40:9)
           move rw-position(row-idx) to volume-out
           move volume-out to out-line(50:9)
           evaluate true
              when over-volume > zero
                 move over-volume to volume-out
                 move volume-out to out-line(60:9)
                 move "OVER" to out-line(70:4)
              when under-volume > zero
                 move under-volume to volume-out
                 move volume-out to out-line(60:9)
                 move "UNDER" to out-line(70:5)
              when other
                 move "IN BAND" to out-line(64:7)
           end-evaluate
           move exposure to dollars-out
           move dollars-out to out-line(75:13)
           move carried-exposure to dollars2-out
           move dollars2-out to out-line(88:13)
           perform 490-emit-line.

      * The band either side of the contract, the volume outside it,
      * and its price at the overrun or take-or-pay rate.
       475-price-one-month.
           compute band-low rounded = ct-volume(contract-idx) *
                   (100 - ct-swing-dn(contract-idx)) / 100
           compute band-high rounded = ct-volume(contract-idx) *
                   (100 + ct-swing-up(contract-idx)) / 100
           move zero to over-volume
           move zero to under-volume
           move zero to exposure
           if rw-position(row-idx) > band-high
              compute over-volume = rw-position(row-idx) - band-high
              compute exposure rounded =
                      over-volume * ct-overrun(contract-idx)
           end-if
           if rw-position(row-idx) < band-low
              compute under-volume = band-low - rw-position(row-idx)
              compute exposure rounded =
                      under-volume * ct-top(contract-idx)
           end-if
           add exposure to carried-exposure
           if rw-basis(row-idx) EQUAL TO "A"
              add exposure to closed-exposure
           else
              add exposure to open-exposure
           end-if
           compute month-value rounded =
                   ct-volume(contract-idx) * ct-price(contract-idx)
           add month-value to contract-value.

      * Next month's nomination: the projected burn held inside the
      * band, and what the projection costs if it is not.
       480-print-nomination.
           move zero to contract-pick
           perform 481-find-next-month
                   varying row-idx from 1 by 1
                   until row-idx > row-count
           move spaces to out-line
           perform 490-emit-line
           if contract-pick EQUAL TO zero
              move spaces to out-line
              string "NO CONTRACT MONTH FOR " next-month
                     " IN THE SPAN -- NOTHING TO NOMINATE."
                     delimited by size into out-line
              perform 490-emit-line
              go to 480-nomination-exit
           end-if
           move contract-pick to row-idx
           move rw-contract(row-idx) to contract-idx
           perform 475-price-one-month
           move rw-position(row-idx) to nominate-volume
           if nominate-volume > band-high
              move band-high to nominate-volume
           end-if
           if nominate-volume < band-low
              move band-low to nominate-volume
           end-if
           move spaces to out-line
           string "NOMINATION FOR " next-month
                  delimited by size into out-line
           perform 490-emit-line
           move ct-volume(contract-idx) to volume-out
           move band-low to volume2-out
           move band-high to volume3-out
           move spaces to out-line
           string "  CONTRACTED     " volume-out "   BAND " volume2-out
                  " TO " volume3-out
                  delimited by size into out-line
           perform 490-emit-line
           move rw-position(row-idx) to volume-out
           move spaces to out-line
           string "  PROJECTED BURN " volume-out
                  delimited by size into out-line
           perform 490-emit-line
           move nominate-volume to volume-out
           move spaces to out-line
           string "  NOMINATE       " volume-out
                  "   (THE BURN HELD INSIDE THE BAND)"
                  delimited by size into out-line
           perform 490-emit-line
           move exposure to dollars-out
           move spaces to out-line
           evaluate true
              when over-volume > zero
                 move over-volume to volume-out
                 string "  BURN OVER THE BAND BY " volume-out
                        " -- OVERRUN " dollars-out
                        delimited by size into out-line
              when under-volume > zero
                 move under-volume to volume-out
                 string "  BURN UNDER THE BAND BY " volume-out
                        " -- TAKE-OR-PAY " dollars-out
                        delimited by size into out-line
              when other
                 move "  PROJECTED BURN IS INSIDE THE BAND." to out-line
           end-evaluate
           perform 490-emit-line.
       480-nomination-exit.
           exit.

       481-find-next-month.
           if rw-month(row-idx) EQUAL TO next-month
              move row-idx to contract-pick
           end-if.

       490-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

       180-save-contracts.
           open output contract-file
           if contract-status NOT EQUAL TO "00"
              display "Unable to open GASCNTR for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-contract
                   varying contract-idx from 1 by 1
                   until contract-idx > contract-count
           close contract-file.
       180-save-exit.
           exit.

       181-write-one-contract.
           move spaces to contract-record
           move ct-plant(contract-idx) to gc-plant
           move ct-month(contract-idx) to gc-month
           move ct-fuel(contract-idx) to gc-fuel
           move ct-volume(contract-idx) to volume-text
           move volume-text to gc-volume-in
           move ct-price(contract-idx) to price-text
           move price-text to gc-price-in
           move ct-swing-dn(contract-idx) to swing-text
           move swing-text to gc-swing-dn-in
           move ct-swing-up(contract-idx) to swing-text
           move swing-text to gc-swing-up-in
           move ct-overrun(contract-idx) to price-text
           move price-text to gc-overrun-in
           move ct-top(contract-idx) to price-text
           move price-text to gc-top-in
           move ct-oper(contract-idx) to gc-oper
           write contract-record.
