      *****************************************************************
      * PLANT STEAM AND CONDENSATE MASS BALANCE                       *
      *                                                               *
      * STEAMCST says what a thousand pounds of steam costs and       *
      * TRAPSURV what failed traps lose; neither says how much        *
      * condensate never comes back.  This program posts a monthly    *
      * balance per plant to STMBAL: steam produced (metered, or      *
      * worked back boiler by boiler from fuel burned, FUELTYPE       *
      * heating value, and the FUELHIST efficiency), condensate       *
      * returned and its temperature, and the makeup-water meter.     *
      * It reports percent return, the steam that should have come    *
      * back and did not (produced less returned less what is used    *
      * up by design), and a makeup cross-check against the blowdown  *
      * allowance, then prices the lost condensate three ways -- as   *
      * makeup water, as treatment chemicals, and as the fuel to      *
      * reheat it at the STEAMCST $/klb (one klb of steam taken as    *
      * one million BTU).  The trend shows each month's percent       *
      * return against the plant's STMTGT target.                     *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   stmbal.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Monthly steam balance log -- see STMBSEL/STMBFD.
           COPY stmbsel.

           select target-file assign to "STMTGT"
                  organization is line sequential
                  file status is target-status.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS/
      * FHISTRD.
           COPY fhistsel.

           select fuel-type-file assign to "FUELTYPE"
                  organization is line sequential
                  file status is fueltype-status.

           select schedule-file assign to "AFFSKED"
                  organization is line sequential
                  file status is schedule-status.

           select report-file assign to "STMBPRINT"
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
       COPY stmbfd.

      * One line per plant: the percent condensate return it is
      * held to.
       fd  target-file
           record contains 20 characters.
       01 target-record.
           05 tg-plant           pic x(4).
           05 tg-pct-in          pic x(6).
           05 filler             pic x(10).

       COPY fhistfd.

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

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

       01 steam-bal-status      pic xx.
       01 bal-eof-flag          pic x value "N".
           88 bal-eof                  value "Y".
       01 repo-eof-flag         pic x value "N".
           88 repo-eof                 value "Y".

      * STMTGT targets, read whole and written back whole.
       01 target-status         pic xx.
       01 target-eof-flag       pic x value "N".
           88 target-eof               value "Y".
       01 target-count          pic 99 value zero.
       01 target-idx            pic 99.
       01 target-pick           pic 99 value zero.
       01 target-table.
           05 target-entry occurs 50 times.
               10 tt-plant       pic x(4).
               10 tt-pct         pic 999v9.
       01 plant-target          pic 999v9.
       01 default-target        pic 999v9 value 70.0.

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.
       01 hist-best-date        pic x(8).
       01 hist-eff              pic 999v99.
       01 hist-usage            pic 9(7)v99.
       01 hist-found-flag       pic x value "N".
           88 hist-found               value "Y".

      * Fuel-type-master fields -- the FUELSAVE table shape.
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
               10 ft-name        pic x(12).
               10 ft-heat-val    pic 9(4)v9(4).

      * Saturated-steam enthalpy table -- STEAMCST's, interpolated
      * the same way.
       01 sat-point-count       pic 99 value 8.
       01 sat-idx               pic 99.
       01 sat-table-values.
           05 filler pic x(12) value "000011506".
           05 filler pic x(12) value "001511642".
           05 filler pic x(12) value "005011794".
           05 filler pic x(12) value "010011898".
           05 filler pic x(12) value "015011956".
           05 filler pic x(12) value "020011996".
           05 filler pic x(12) value "025012024".
           05 filler pic x(12) value "030012029".
       01 sat-table redefines sat-table-values.
           05 sat-point occurs 8 times.
               10 sat-psig       pic 9(4).
               10 sat-hg         pic 9(4)v9.
               10 filler         pic x(3).
       01 steam-psig            pic 9(4).
       01 feed-temp             pic 999v9.
       01 h-steam               pic 9(4)v99.
       01 interp-frac           pic 9v9(6).
       01 h-rise                pic 9(4)v99.

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
       01 plant-for-tag         pic x(4).

      * One month's balance.
       01 plant-in              pic x(4).
       01 month-in              pic x(6).
      * The month's last day -- the FUELTYPE heating values in force
      * then are the ones its fuel burned at.
       01 month-next.
           05 month-next-year    pic 9(4).
           05 month-next-month   pic 99.
           05 month-next-day     pic 99.
       01 month-next-num redefines month-next pic 9(8).
       01 month-end-num         pic 9(8).
       01 bal-method            pic x.
       01 boiler-tag            pic x(10).
       01 more-boilers-flag     pic x value "Y".
           88 more-boilers             value "Y".
       01 boiler-fuel           pic 9(7)v99.
       01 boiler-eff            pic 999v99.
       01 boiler-therms         pic 9(9)v99.
       01 boiler-klb            pic 9(7)v9.
       01 steam-klb             pic 9(7)v9.
       01 cond-kgal             pic 9(7)v9.
       01 cond-klb              pic 9(7)v9.
       01 cond-temp             pic 999v9.
       01 makeup-kgal           pic 9(7)v9.
       01 makeup-temp           pic 999v9 value 55.0.
       01 nonret-klb            pic 9(7)v9.
       01 blowdown-pct          pic 99v9 value 5.0.
       01 lb-per-gal            pic 9v99 value 8.34.
       01 pct-return            pic 999v9.
       01 lost-klb              pic s9(7)v9.
       01 lost-kgal             pic 9(7)v9.
       01 implied-makeup        pic s9(7)v9.
       01 makeup-gap            pic s9(7)v9.
       01 water-rate            pic 999v99 value 12.00.
       01 chem-rate             pic 999v99 value 4.00.
       01 steam-cost            pic 9(4)v99.
       01 repo-steam-cost       pic 9(4)v99.
       01 repo-cost-date        pic x(8).
       01 water-dollars         pic 9(8)v99.
       01 chem-dollars          pic 9(8)v99.
       01 fuel-dollars          pic 9(8)v99.
       01 total-dollars         pic 9(8)v99.
       01 reheat-delta          pic s999v9.
       01 pct-diff              pic s999v9.

      * Trend table: one entry per month, a later posting replacing
      * an earlier one for the same month.
       01 trend-count           pic 9(3) value zero.
       01 trend-idx             pic 9(3).
       01 trend-jdx             pic 9(3).
       01 trend-pick            pic 9(3).
       01 trend-table.
           05 trend-entry occurs 120 times.
               10 tn-month       pic x(6).
               10 tn-steam       pic 9(7)v9.
               10 tn-cond        pic 9(7)v9.
               10 tn-pct         pic 999v9.
               10 tn-lost        pic 9(7)v9.
               10 tn-cost        pic 9(8)v99.
       01 trend-swap            pic x(48).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 below-count           pic 9(3).
       01 pct-sum               pic 9(6)v9.
       01 pct-average           pic 999v9.
       01 cost-sum              pic 9(9)v99.

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 entry-in              pic x(12).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 yn-in                 pic x.

      * Displayed-fields.
       01 klb-out               pic z,zzz,zz9.9.
       01 klb-text              pic 9(7).9.
       01 pct-out               pic zz9.9.
       01 pct-text              pic 999.9.
       01 signed-out            pic -,---,--9.9.
       01 dollars-out           pic $$$,$$$,$$9.99.
       01 dollars-text          pic 9(7).99.
       01 rate-out              pic $$9.99.
       01 temp-out              pic zz9.9.
       01 diff-out              pic ---9.9.
       01 cost-out              pic $$,$$9.99.
       01 eff-out               pic z9.99.
       01 count-out             pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** PLANT STEAM AND CONDENSATE BALANCE BEGINS"
                   " *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           move todays-date to vr-as-of-date
           perform 108-load-fuel-types
           perform 110-load-plant-map thru 110-load-exit
           perform 112-load-targets thru 112-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** PLANT STEAM AND CONDENSATE BALANCE ENDS *****"
           display spaces

           move "STMBAL" to audit-trail-pgm
           move "Steam-balance session completed."
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

      * FUELTYPE versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==107-scan-fuel-versions==
            ==VR-SCAN-EXIT== BY ==107-scan-fuel-exit==
            ==VR-READ-PARA== BY ==107a-read-fuel-version==
            ==VR-HOLD-PARA== BY ==107b-hold-fuel-version==
            ==VR-CHECK-PARA== BY ==107c-check-fuel-version==
            ==VR-FIND-PARA== BY ==107d-find-fuel-version==
            ==VR-TEST-PARA== BY ==107e-test-fuel-version==
            ==VR-FILE== BY ==fuel-type-file==
            ==VR-STATUS== BY ==fueltype-status==
            ==VR-KEY== BY ==ftf-code==
            ==VR-DATE== BY ==ftf-eff-date==.

      * The caller sets VR-AS-OF-DATE to the date whose versions
      * are wanted.
       108-load-fuel-types.
           move zero to fuel-type-count
           perform 107-scan-fuel-versions thru 107-scan-fuel-exit
           open input fuel-type-file
           if fueltype-status EQUAL TO "00"
              move "N" to fueltype-eof-flag
              perform 109-read-fuel-type-record
              perform 109a-store-fuel-type-record until fueltype-eof
              close fuel-type-file
           end-if.

      * The first of the following month, less one day, the PLOCKRD
      * month-end arithmetic.
       108b-fuel-types-for-month.
           move month-in(1:4) to month-next-year
           move month-in(5:2) to month-next-month
           if month-next-month EQUAL TO 12
              add 1 to month-next-year
              move 1 to month-next-month
           else
              add 1 to month-next-month
           end-if
           move 1 to month-next-day
           compute month-end-num = function date-of-integer(
                   function integer-of-date(month-next-num) - 1)
           move month-end-num to vr-as-of-date
           perform 108-load-fuel-types.

       109-read-fuel-type-record.
           read fuel-type-file
              at end move "Y" to fueltype-eof-flag
           end-read.

       109a-store-fuel-type-record.
           perform 107c-check-fuel-version
           if vr-in-force and fuel-type-count < 10
              add 1 to fuel-type-count
              move fuel-type-count to fuel-idx
              move function upper-case(ftf-code)
                   to ft-code(fuel-idx)
              move ftf-name to ft-name(fuel-idx)
              move function lower-case(ftf-heat-val-in)
                   to ftf-heat-val-in
              compute ft-heat-val(fuel-idx) =
                      function numval(ftf-heat-val-in)
           end-if
           perform 109-read-fuel-type-record.

      * The AFFSKED plant column places each boiler tag, for the
      * STEAMCST figure a plant's balance is priced at.
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
           if pmap-tag(plant-map-idx) EQUAL TO boiler-tag
              move pmap-plant(plant-map-idx) to plant-for-tag
           end-if.

       112-load-targets.
           move zero to target-count
           open input target-file
           if target-status NOT EQUAL TO "00"
              go to 112-load-exit
           end-if
           move "N" to target-eof-flag
           perform 112a-read-target-record
           perform 112b-store-target-record until target-eof
           close target-file.
       112-load-exit.
           exit.

       112a-read-target-record.
           read target-file
              at end move "Y" to target-eof-flag
           end-read.

       112b-store-target-record.
           if tg-plant NOT EQUAL TO spaces and target-count < 50
              add 1 to target-count
              move tg-plant to tt-plant(target-count)
              move function lower-case(tg-pct-in) to tg-pct-in
              compute tt-pct(target-count) =
                      function numval(tg-pct-in)
           end-if
           perform 112a-read-target-record.

      * The plant's target, or the shop default when none is set.
       113-find-target.
           move zero to target-pick
           perform 113a-test-one-target
                   varying target-idx from 1 by 1
                   until target-idx > target-count
           if target-pick EQUAL TO zero
              move default-target to plant-target
           else
              move tt-pct(target-pick) to plant-target
           end-if.

       113a-test-one-target.
           if tt-plant(target-idx) EQUAL TO plant-in
              move target-idx to target-pick
           end-if.

      * The plant, defaulting to the stored preference.  Blank on
      * return means none was given.
       115-plant-data-entry.
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

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Post a month's steam balance"
           display " 2 --- Trend percent return against target"
           display " 3 --- Set a plant's return target"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-post-month thru 200-post-exit
              when "2" perform 400-trend-report thru 400-trend-exit
              when "3" perform 500-set-target thru 500-target-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 3."
           end-evaluate.

      * One plant-month: steam out, condensate back, makeup in.
       200-post-month.
           display spaces
           perform 115-plant-data-entry
           if plant-in EQUAL TO spaces
              go to 200-post-exit
           end-if
           display "Month (YYYYMM): " with no advancing
           accept month-in
           if month-in NOT NUMERIC or month-in(5:2) < "01" or
              month-in(5:2) > "12" or month-in > todays-date(1:6)
              display "The month must be YYYYMM, not in the future."
              go to 200-post-exit
           end-if
           perform 108b-fuel-types-for-month

           display "Steam output M)etered, or F)rom fuel burned: "
                   with no advancing
           accept bal-method
           move function upper-case(bal-method) to bal-method
           evaluate bal-method
              when "M"
                 display "Metered steam output for the month (klb): "
                         with no advancing
                 accept entry-in
                 move function lower-case(entry-in) to entry-in
                 compute entry-value = function numval(entry-in)
                 if entry-value NOT GREATER THAN zero or
                    entry-value > 9999999
                    display "Steam output must be more than 0 klb."
                    go to 200-post-exit
                 end-if
                 move entry-value to steam-klb
              when "F"
                 move zero to steam-klb
                 move "Y" to more-boilers-flag
                 perform 220-steam-from-fuel thru 220-fuel-exit
                         until NOT more-boilers
                 if steam-klb EQUAL TO zero
                    display "No boiler output entered."
                    go to 200-post-exit
                 end-if
                 move steam-klb to klb-out
                 display "Plant steam output from fuel: " klb-out
                         " klb"
              when other
                 display "Not a method."
                 go to 200-post-exit
           end-evaluate

           perform 230-return-data-entry thru 230-return-exit
           if cond-temp EQUAL TO zero
              go to 200-post-exit
           end-if
           perform 240-price-data-entry thru 240-price-exit
           perform 260-calculate-balance
           perform 270-report-balance
           perform 280-write-balance thru 280-write-exit.
       200-post-exit.
           exit.

      * One boiler's month: fuel burned times heating value times
      * efficiency, over the heat per pound of steam at its header
      * pressure and feedwater temperature.  A blank tag ends it.
      * With heating value in therms (100,000 BTU) and output in klb
      * the 100,000 over 1,000 and the percent cancel, leaving
      * units x therms x eff% / BTU-per-lb.
       220-steam-from-fuel.
           display spaces
           display "Boiler tag (blank when all boilers are in): "
                   with no advancing
           accept boiler-tag
           move function upper-case(boiler-tag) to boiler-tag
           if boiler-tag EQUAL TO spaces
              move "N" to more-boilers-flag
              go to 220-fuel-exit
           end-if
           perform 225-scan-history thru 225-scan-exit

           display "Fuel type code.  On file:"
           perform 221-list-one-fuel-type
                   varying fuel-idx from 1 by 1
                   until fuel-idx > fuel-type-count
           display "Code: " with no advancing
           accept fuel-code-in
           move function upper-case(fuel-code-in) to fuel-code-in
           move zero to fuel-pick
           perform 222-test-one-fuel-type
                   varying fuel-idx from 1 by 1
                   until fuel-idx > fuel-type-count
           if no-fuel-selected
              display "Unknown fuel code -- boiler skipped."
              go to 220-fuel-exit
           end-if
           if ft-heat-val(fuel-pick) EQUAL TO zero
              display ft-name(fuel-pick) " carries no heating value"
                      " in FUELTYPE -- boiler skipped."
              go to 220-fuel-exit
           end-if

           if hist-found and hist-usage > zero
              compute boiler-fuel rounded = hist-usage / 12
              move boiler-fuel to klb-out
              display "Fuel burned this month in units (blank for "
                      klb-out ", a twelfth of the FUELHIST"
              display "annual usage): " with no advancing
           else
              move zero to boiler-fuel
              display "Fuel burned this month in units: "
                      with no advancing
           end-if
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 10000000
                 move entry-value to boiler-fuel
              end-if
           end-if
           if boiler-fuel EQUAL TO zero
              display "No fuel figure -- boiler skipped."
              go to 220-fuel-exit
           end-if

           move zero to boiler-eff
           if hist-found
              move hist-eff to boiler-eff
              move hist-eff to eff-out
              display "Efficiency percent (blank for " eff-out
                      ", the latest FUELHIST figure): "
                      with no advancing
           else
              display "Efficiency percent: " with no advancing
           end-if
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN 1 and entry-value < 100
                 move entry-value to boiler-eff
              end-if
           end-if
           if boiler-eff EQUAL TO zero
              display "Efficiency must be 1-99.99 -- boiler skipped."
              go to 220-fuel-exit
           end-if

           display "Steam pressure psig (blank for 125): "
                   with no advancing
           accept entry-in
           move 125 to steam-psig
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value NOT GREATER THAN
                 300
                 move entry-value to steam-psig
              end-if
           end-if
           display "Feedwater temperature deg F (blank for 227): "
                   with no advancing
           accept entry-in
           move 227 to feed-temp
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN 32 and
                 entry-value NOT GREATER THAN 250
                 move entry-value to feed-temp
              end-if
           end-if

           perform 226-interpolate-enthalpy
           compute h-rise = h-steam - (feed-temp - 32)
           compute boiler-therms rounded =
                   boiler-fuel * ft-heat-val(fuel-pick)
           compute boiler-therms rounded = boiler-therms * boiler-eff
           compute boiler-klb rounded = boiler-therms / h-rise
              on size error move zero to boiler-klb
           end-compute
           add boiler-klb to steam-klb
           move boiler-klb to klb-out
           display boiler-tag " steam output: " klb-out " klb".
       220-fuel-exit.
           exit.

       221-list-one-fuel-type.
           display "  " ft-code(fuel-idx) "  " ft-name(fuel-idx).

       222-test-one-fuel-type.
           if ft-code(fuel-idx) EQUAL TO fuel-code-in
              move fuel-idx to fuel-pick
           end-if.

      * The boiler's newest FUELHIST entry: its after-tune-up
      * efficiency and annual fuel usage.
       225-scan-history.
           move "N" to hist-found-flag
           move spaces to hist-best-date
           move boiler-tag to fh-probe-tag
           perform 225a-start-history thru 225a-start-exit
           perform 225b-read-history-record
           perform 225d-test-history-record until fh-eof
           perform 225c-close-history.
       225-scan-exit.
           exit.

      * Keyed FUELHIST read -- see FHISTRD.
       COPY fhistrd REPLACING ==FH-START-PARA== BY
            ==225a-start-history==
            ==FH-START-EXIT== BY ==225a-start-exit==
            ==FH-NEXT-PARA== BY ==225b-read-history-record==
            ==FH-CLOSE-PARA== BY ==225c-close-history==.

      * The tag's entries come back oldest first, so the last one
      * with an efficiency stands.
       225d-test-history-record.
           if fh-neweff > zero
              move fh-neweff to hist-eff
              move fh-usage to hist-usage
              move "Y" to hist-found-flag
              move fh-date to hist-best-date
           end-if
           perform 225b-read-history-record.

       226-interpolate-enthalpy.
           if steam-psig NOT GREATER THAN sat-psig(1)
              move sat-hg(1) to h-steam
           else
              if steam-psig NOT LESS THAN sat-psig(sat-point-count)
                 move sat-hg(sat-point-count) to h-steam
              else
                 perform 227-interp-one-segment
                         varying sat-idx from 1 by 1
                         until sat-idx NOT LESS THAN sat-point-count
              end-if
           end-if.

       227-interp-one-segment.
           if steam-psig NOT LESS THAN sat-psig(sat-idx) and
              steam-psig NOT GREATER THAN sat-psig(sat-idx + 1)
              compute interp-frac rounded =
                      (steam-psig - sat-psig(sat-idx)) /
                      (sat-psig(sat-idx + 1) - sat-psig(sat-idx))
              compute h-steam rounded = sat-hg(sat-idx) +
                      (sat-hg(sat-idx + 1) - sat-hg(sat-idx)) *
                      interp-frac
           end-if.

      * Condensate return and makeup meters.  A zero COND-TEMP on
      * return means the entry was refused.
       230-return-data-entry.
           move zero to cond-temp
           display "Condensate returned (thousand gallons): "
                   with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value < zero or entry-value > 999999
              display "Not a condensate figure."
              go to 230-return-exit
           end-if
           move entry-value to cond-kgal
           compute cond-klb rounded = cond-kgal * lb-per-gal

           display "Makeup water metered (thousand gallons): "
                   with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value < zero or entry-value > 999999
              display "Not a makeup figure."
              go to 230-return-exit
           end-if
           move entry-value to makeup-kgal

           display "Steam used up by design -- injection, humidifiers"
           display "  (klb, blank for none): " with no advancing
           accept entry-in
           move zero to nonret-klb
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 10000000
                 move entry-value to nonret-klb
              end-if
           end-if

           display "Boiler blowdown percent of steam (blank for 5): "
                   with no advancing
           accept entry-in
           move 5.0 to blowdown-pct
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and entry-value < 50
                 move entry-value to blowdown-pct
              end-if
           end-if

           display "Condensate return temperature (deg F): "
                   with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN 32 or entry-value > 250
              display "Return temperature must be 33-250 deg F."
              go to 230-return-exit
           end-if
           move entry-value to cond-temp

           display "Makeup water temperature (blank for 55): "
                   with no advancing
           accept entry-in
           move 55.0 to makeup-temp
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN 32 and
                 entry-value < cond-temp
                 move entry-value to makeup-temp
              end-if
           end-if.
       230-return-exit.
           exit.

      * Water, chemical, and steam prices.  The steam $/klb offered
      * is the newest STEAMCST figure for a boiler at the plant.
       240-price-data-entry.
           move water-rate to rate-out
           display "Water and sewer $ per thousand gallons (blank for "
                   rate-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 1000
                 move entry-value to water-rate
              end-if
           end-if
           move chem-rate to rate-out
           display "Treatment chemicals $ per thousand gallons"
                   " (blank for " rate-out "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 1000
                 move entry-value to chem-rate
              end-if
           end-if

           perform 250-steamcst-lookup thru 250-lookup-exit
           move zero to steam-cost
           if repo-steam-cost > zero
              move repo-steam-cost to cost-out
              display "Steam $ per klb (blank for " cost-out
                      ", STEAMCST of " repo-cost-date "): "
                      with no advancing
              move repo-steam-cost to steam-cost
           else
              display "Steam $ per klb (run STEAMCST for the"
                      " figure): " with no advancing
           end-if
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 10000
                 move entry-value to steam-cost
              end-if
           end-if
           if steam-cost EQUAL TO zero
              display "No steam cost -- reheat fuel is not priced."
           end-if.
       240-price-exit.
           exit.

       250-steamcst-lookup.
           move zero to repo-steam-cost
           move spaces to repo-cost-date
           open input results-repo-file
           if results-repo-status NOT EQUAL TO "00"
              go to 250-lookup-exit
           end-if
           move "N" to repo-eof-flag
           move "STEAMCST" to rr-pgm
           start results-repo-file key NOT LESS THAN rr-pgm
              invalid key move "Y" to repo-eof-flag
           end-start
           perform 251-read-repo-record
           perform 252-test-repo-record until repo-eof
           close results-repo-file.
       250-lookup-exit.
           exit.

       251-read-repo-record.
           if NOT repo-eof
              read results-repo-file next record
                 at end move "Y" to repo-eof-flag
              end-read
           end-if
           if NOT repo-eof and rr-pgm NOT EQUAL TO "STEAMCST"
              move "Y" to repo-eof-flag
           end-if.

       252-test-repo-record.
           move rr-tag to boiler-tag
           perform 111-plant-for-tag
           if plant-for-tag EQUAL TO plant-in and
              rr-result(1:9) EQUAL TO "STM$/KLB=" and
              rr-date NOT LESS THAN repo-cost-date
              compute repo-steam-cost =
                      function numval(rr-result(10:7))
              move rr-date to repo-cost-date
           end-if
           perform 251-read-repo-record.

      * Percent return is condensate over steam.  The steam that
      * should have come back is steam less condensate less what is
      * used up by design; the makeup the balance implies is steam
      * plus blowdown less condensate, against the meter.
       260-calculate-balance.
           compute pct-return rounded = cond-klb / steam-klb * 100
              on size error move 999.9 to pct-return
           end-compute
           compute lost-klb = steam-klb - cond-klb - nonret-klb
           if lost-klb < zero
              move zero to lost-klb
           end-if
           compute lost-kgal rounded = lost-klb / lb-per-gal
           compute implied-makeup rounded =
                   (steam-klb + steam-klb * blowdown-pct / 100 -
                    cond-klb) / lb-per-gal
           compute makeup-gap = makeup-kgal - implied-makeup

           compute water-dollars rounded = lost-kgal * water-rate
           compute chem-dollars rounded = lost-kgal * chem-rate
           compute reheat-delta = cond-temp - makeup-temp
           if reheat-delta < zero
              move zero to reheat-delta
           end-if
           compute fuel-dollars rounded =
                   lost-klb * reheat-delta / 1000 * steam-cost
           compute total-dollars =
                   water-dollars + chem-dollars + fuel-dollars
           perform 113-find-target.

       270-report-balance.
           display spaces
           display "Print the balance to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "PLANT STEAM AND CONDENSATE BALANCE" to report-title
              move "STMBPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "PLANT " plant-in "  MONTH " month-in
                  delimited by size into out-line
           if bal-method EQUAL TO "F"
              move "(STEAM FROM FUEL BURNED)" to out-line(28:24)
           else
              move "(METERED STEAM)" to out-line(28:15)
           end-if
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line
           move steam-klb to klb-out
           move spaces to out-line
           string "Steam produced              " klb-out " klb"
                  delimited by size into out-line
           perform 290-emit-line
           move cond-klb to klb-out
           move cond-temp to temp-out
           move spaces to out-line
           string "Condensate returned         " klb-out " klb at "
                  temp-out " F"
                  delimited by size into out-line
           perform 290-emit-line
           move nonret-klb to klb-out
           move spaces to out-line
           string "Used up by design           " klb-out " klb"
                  delimited by size into out-line
           perform 290-emit-line
           move pct-return to pct-out
           move plant-target to temp-out
           move spaces to out-line
           string "Percent condensate return       " pct-out
                  "%   target " temp-out "%"
                  delimited by size into out-line
           if pct-return < plant-target
              move "BELOW TARGET" to out-line(60:12)
           end-if
           perform 290-emit-line
           move lost-klb to klb-out
           move spaces to out-line
           string "Unaccounted-for steam       " klb-out " klb"
                  delimited by size into out-line
           perform 290-emit-line
           if pct-return > 100
              move "Return exceeds steam produced -- check the meters."
                   to out-line
              perform 290-emit-line
           end-if
           move spaces to out-line
           perform 290-emit-line

           move makeup-kgal to klb-out
           move spaces to out-line
           string "Makeup water metered        " klb-out " kgal"
                  delimited by size into out-line
           perform 290-emit-line
           move implied-makeup to signed-out
           move spaces to out-line
           string "Makeup the balance implies  " signed-out " kgal"
                  delimited by size into out-line
           perform 290-emit-line
           move makeup-gap to signed-out
           move spaces to out-line
           string "Meter over (under) balance  " signed-out " kgal"
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line

           move "LOST CONDENSATE PRICED" to out-line
           perform 290-emit-line
           move water-dollars to dollars-out
           move water-rate to rate-out
           move spaces to out-line
           string "  As makeup water     " dollars-out "  at "
                  rate-out "/kgal"
                  delimited by size into out-line
           perform 290-emit-line
           move chem-dollars to dollars-out
           move chem-rate to rate-out
           move spaces to out-line
           string "  As treatment        " dollars-out "  at "
                  rate-out "/kgal"
                  delimited by size into out-line
           perform 290-emit-line
           move fuel-dollars to dollars-out
           move steam-cost to cost-out
           move spaces to out-line
           string "  As reheat fuel      " dollars-out "  at "
                  cost-out "/klb"
                  delimited by size into out-line
           perform 290-emit-line
           move total-dollars to dollars-out
           move spaces to out-line
           string "  Total for the month " dollars-out
                  delimited by size into out-line
           perform 290-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Balance written to STMBPRINT."
           end-if.

       280-write-balance.
           open extend steam-bal-file
           if steam-bal-status EQUAL TO "05" OR
              steam-bal-status EQUAL TO "35"
              open output steam-bal-file
           end-if
           if steam-bal-status NOT EQUAL TO "00"
              display "Unable to open the STMBAL log -- month not"
                      " saved."
              go to 280-write-exit
           end-if
           move spaces to steam-bal-record
           move plant-in to sb-plant
           move month-in to sb-month
           move bal-method to sb-method
           move steam-klb to klb-text
           move klb-text to sb-steam-in
           move cond-klb to klb-text
           move klb-text to sb-cond-in
           move cond-temp to pct-text
           move pct-text to sb-cond-temp-in
           move makeup-kgal to klb-text
           move klb-text to sb-makeup-in
           move nonret-klb to klb-text
           move klb-text to sb-nonret-in
           move pct-return to pct-text
           move pct-text to sb-pct-return-in
           move lost-klb to klb-text
           move klb-text to sb-lost-in
           move total-dollars to dollars-text
           move dollars-text to sb-cost-in
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to sb-oper
           write steam-bal-record
           close steam-bal-file

           move "STMBAL" to audit-trail-pgm
           move spaces to rr-tag-ws
           string "STMB-" plant-in
                  delimited by size into rr-tag-ws
           move spaces to rr-inputs-ws
           string "MO=" month-in " STM=" klb-text(1:7)
                  " RET%=" pct-text
                  delimited by size into rr-inputs-ws
           move spaces to rr-result-ws
           string "LOSTKLB=" sb-lost-in " COND$=" dollars-text
                  delimited by size into rr-result-ws
           perform 168-write-results-repo

           move spaces to audit-trail-detail
           string "PLANT=" plant-in " MONTH=" month-in
                  " Steam balance posted."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       280-write-exit.
           exit.

      * Every month on file for the plant, oldest first, against
      * the target.
       400-trend-report.
           display spaces
           perform 115-plant-data-entry
           if plant-in EQUAL TO spaces
              go to 400-trend-exit
           end-if
           perform 113-find-target

           move zero to trend-count
           open input steam-bal-file
           if steam-bal-status NOT EQUAL TO "00"
              display "No STMBAL balances on file."
              go to 400-trend-exit
           end-if
           move "N" to bal-eof-flag
           perform 410-read-balance-record
           perform 420-store-balance-record until bal-eof
           close steam-bal-file
           if trend-count EQUAL TO zero
              display "No balances on file for " plant-in "."
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
              move "CONDENSATE RETURN TREND" to report-title
              move "STMBPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move plant-target to pct-out
           move spaces to out-line
           string "PLANT " plant-in "  TARGET RETURN " pct-out "%"
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line
           move spaces to out-line
           move "MONTH"          to out-line(1:5)
           move "STEAM KLB"      to out-line(12:9)
           move "COND KLB"       to out-line(25:8)
           move "RETURN%"        to out-line(35:7)
           move "VS TARGET"      to out-line(44:9)
           move "LOST KLB"       to out-line(57:8)
           move "LOST $"         to out-line(74:6)
           perform 290-emit-line
           move zero to below-count
           move zero to pct-sum
           move zero to cost-sum
           perform 440-print-one-month
                   varying trend-idx from 1 by 1
                   until trend-idx > trend-count

           compute pct-average rounded = pct-sum / trend-count
           move spaces to out-line
           perform 290-emit-line
           move pct-average to pct-out
           move trend-count to count-out
           move spaces to out-line
           string count-out " months, average return " pct-out "%"
                  delimited by size into out-line
           perform 290-emit-line
           move below-count to count-out
           move cost-sum to dollars-out
           move spaces to out-line
           string count-out " months below target; condensate lost"
                  " cost " dollars-out
                  delimited by size into out-line
           perform 290-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Trend written to STMBPRINT."
           end-if.
       400-trend-exit.
           exit.

       410-read-balance-record.
           read steam-bal-file
              at end move "Y" to bal-eof-flag
           end-read.

       420-store-balance-record.
           if function upper-case(sb-plant) EQUAL TO plant-in
              move zero to trend-pick
              perform 421-test-one-month
                      varying trend-idx from 1 by 1
                      until trend-idx > trend-count
              if trend-pick EQUAL TO zero and trend-count < 120
                 add 1 to trend-count
                 move trend-count to trend-pick
              end-if
              if trend-pick > zero
                 move sb-month to tn-month(trend-pick)
                 compute tn-steam(trend-pick) =
                         function numval(sb-steam-in)
                 compute tn-cond(trend-pick) =
                         function numval(sb-cond-in)
                 compute tn-pct(trend-pick) =
                         function numval(sb-pct-return-in)
                 compute tn-lost(trend-pick) =
                         function numval(sb-lost-in)
                 compute tn-cost(trend-pick) =
                         function numval(sb-cost-in)
              end-if
           end-if
           perform 410-read-balance-record.

       421-test-one-month.
           if tn-month(trend-idx) EQUAL TO sb-month
              move trend-idx to trend-pick
           end-if.

       430-sort-pass.
           move "N" to swap-flag
           perform 431-compare-one-pair
                   varying trend-idx from 1 by 1
                   until trend-idx NOT LESS THAN trend-count.

       431-compare-one-pair.
           compute trend-jdx = trend-idx + 1
           if tn-month(trend-idx) > tn-month(trend-jdx)
              move trend-entry(trend-idx) to trend-swap
              move trend-entry(trend-jdx) to trend-entry(trend-idx)
              move trend-swap to trend-entry(trend-jdx)
              move "Y" to swap-flag
           end-if.

       440-print-one-month.
           add tn-pct(trend-idx) to pct-sum
           add tn-cost(trend-idx) to cost-sum
           move spaces to out-line
           move tn-month(trend-idx) to out-line(1:6)
           move tn-steam(trend-idx) to klb-out
           move klb-out to out-line(10:11)
           move tn-cond(trend-idx) to klb-out
           move klb-out to out-line(22:11)
           move tn-pct(trend-idx) to pct-out
           move pct-out to out-line(37:5)
           compute pct-diff = tn-pct(trend-idx) - plant-target
           move pct-diff to diff-out
           move diff-out to out-line(46:6)
           move tn-lost(trend-idx) to klb-out
           move klb-out to out-line(54:11)
           move tn-cost(trend-idx) to dollars-out
           move dollars-out to out-line(66:14)
           if tn-pct(trend-idx) < plant-target
              add 1 to below-count
              move "BELOW" to out-line(82:5)
           end-if
           perform 290-emit-line.

      * Targets are kept per plant; a plant with none is held to
      * the shop default.
       500-set-target.
           display spaces
           perform 115-plant-data-entry
           if plant-in EQUAL TO spaces
              go to 500-target-exit
           end-if
           perform 113-find-target
           move plant-target to pct-out
           display "Target percent condensate return for " plant-in
                   " (now " pct-out "): " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN zero or entry-value > 100
              display "The target must be more than 0 and at most 100."
              go to 500-target-exit
           end-if
           if target-pick EQUAL TO zero
              if target-count NOT LESS THAN 50
                 display "The target file is full."
                 go to 500-target-exit
              end-if
              add 1 to target-count
              move target-count to target-pick
              move plant-in to tt-plant(target-pick)
           end-if
           move entry-value to tt-pct(target-pick)

           open output target-file
           if target-status NOT EQUAL TO "00"
              display "Unable to open STMTGT for output."
              go to 500-target-exit
           end-if
           perform 510-write-one-target
                   varying target-idx from 1 by 1
                   until target-idx > target-count
           close target-file
           display "Target saved."

           move "STMBAL" to audit-trail-pgm
           move tt-pct(target-pick) to pct-out
           move spaces to audit-trail-detail
           string "PLANT=" plant-in " Return target set to " pct-out
                  "%."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-target-exit.
           exit.

       510-write-one-target.
           move spaces to target-record
           move tt-plant(target-idx) to tg-plant
           move tt-pct(target-idx) to pct-text
           move pct-text to tg-pct-in
           write target-record.

       290-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
