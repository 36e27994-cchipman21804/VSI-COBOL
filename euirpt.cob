      *****************************************************************
      * PLANT ENERGY-USE-INTENSITY BENCHMARK                          *
      *                                                               *
      * BENCHRPT ranks pumps against each other; this ranks the       *
      * plants.  Twelve months of each plant's BILLLOG electric and   *
      * fuel usage are prorated by service days into the year and     *
      * the year before, converted to kBtu -- electric at 3.412 kBtu  *
      * per kWh, fuels at their FUELTYPE heating value through the    *
      * meter's METERMAST fuel code -- and divided by the conditioned *
      * floor area on the plant's PLANTPROF facility profile.  The    *
      * plants print worst EUI first, each with its change from the   *
      * prior year, and any plant above the median EUI of the plants  *
      * sharing its building type is flagged.  Water meters carry no  *
      * energy and are left out.                                      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   euirpt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

      * Plant facility profiles -- floor area, building type,
      * shifts, and year built, one line per plant, maintained in
      * TABLEDIT.
           select plant-profile-file assign to "PLANTPROF"
                  organization is line sequential
                  file status is plantprof-status.

           select fuel-type-file assign to "FUELTYPE"
                  organization is line sequential
                  file status is fueltype-status.

      * Utility-bill log and meter master -- see BILLSEL/BILLFD and
      * METERSEL/METERFD.
           COPY billsel.

           COPY metersel.

           select report-file assign to "EUIPRINT"
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

       fd  plant-profile-file
           record contains 40 characters.
       01 plant-profile-record.
           05 pp-plant           pic x(4).
           05 pp-area-in         pic x(9).
           05 pp-type            pic x(8).
           05 pp-shifts          pic x.
           05 pp-year            pic x(4).
           05 filler             pic x(14).

       fd  fuel-type-file
           record contains 48 characters.
       01 fuel-type-record.
           05 ftf-code           pic x(2).
           05 ftf-name           pic x(12).
           05 ftf-heat-val-in    pic x(8).
           05 filler             pic x(18).
           05 ftf-eff-date       pic x(8).

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

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * The plants, each with its profile and its two years of
      * energy.
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 plantprof-status      pic xx.
       01 profile-eof-flag      pic x value "N".
           88 profile-eof              value "Y".
       01 plant-count           pic 99 value zero.
       01 max-plants            pic 99 value 20.
       01 plant-idx             pic 99.
       01 plant-jdx             pic 99.
       01 plant-pick            pic 99 value zero.
           88 plant-not-found          value zero.
       01 plant-table.
           05 plant-entry occurs 20 times.
               10 pe-code        pic x(4).
               10 pe-name        pic x(24).
               10 pe-profile-flag pic x.
                   88 pe-profiled        value "Y".
               10 pe-area        pic 9(9) USAGE COMP.
               10 pe-type        pic x(8).
               10 pe-shifts      pic x.
               10 pe-year        pic x(4).
               10 pe-kbtu-cur    pic 9(13)v99.
               10 pe-kbtu-prior  pic 9(13)v99.
               10 pe-eui-cur     pic 9(7)v99 USAGE COMP.
               10 pe-eui-prior   pic 9(7)v99 USAGE COMP.
               10 pe-change-pct  pic s9(5)v9 USAGE COMP.
               10 pe-peer-median pic 9(7)v99 USAGE COMP.
               10 pe-peer-count  pic 99 USAGE COMP.
       01 plant-swap            pic x(200).
       01 probe-plant           pic x(4).

      * Peer group for one building type, sorted for its median.
       01 peer-count            pic 99 value zero.
       01 peer-idx              pic 99.
       01 peer-jdx              pic 99.
       01 peer-table.
           05 peer-eui occurs 20 times pic 9(7)v99 USAGE COMP.
       01 peer-swap             pic 9(7)v99 USAGE COMP.
       01 peer-mid              pic 99.

      * Fuel heating values, therms per unit.
       01 fueltype-status       pic xx.
       01 fueltype-eof-flag     pic x value "N".
           88 fueltype-eof             value "Y".
       01 fuel-type-count       pic 99 value zero.
       01 fuel-idx              pic 99.
       01 fuel-pick             pic 99 value zero.
           88 fuel-not-found           value zero.
       01 fuel-type-table.
           05 fuel-type-entry occurs 10 times.
               10 ft-code        pic x(2).
               10 ft-heat-val    pic 9(4)v9(4) USAGE COMP.

      * Meter master, for each bill's commodity and fuel.
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
               10 mt-fuel        pic x(2).

      * The two twelve-month windows, as integer dates.
       01 end-month-in          pic x(6).
       01 ym-work.
           05 ym-year           pic 9(4).
           05 ym-month          pic 99.
       01 ym-date-num           pic 9(8).
       01 cur-start-int         pic 9(8) USAGE COMP.
       01 cur-end-int           pic 9(8) USAGE COMP.
       01 prior-start-int       pic 9(8) USAGE COMP.
       01 prior-end-int         pic 9(8) USAGE COMP.
       01 cur-first-month       pic x(6).
       01 cur-last-month        pic x(6).

      * Bill proration and conversion.
       01 kwh-to-kbtu           pic 9v999 value 3.412.
       01 therm-to-kbtu         pic 999 value 100.
       01 kbtu-per-unit         pic 9(5)v9(4) USAGE COMP.
       01 bill-usage            pic 9(8)v99.
       01 bill-kbtu             pic 9(13)v99.
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
       01 window-share          pic 9(13)v99.
       01 bills-used            pic 9(5) value zero.
       01 bills-skipped         pic 9(5) value zero.
       01 bills-unpriced        pic 9(5) value zero.
       01 bills-water           pic 9(5) value zero.

      * Report fields.
       01 out-line              pic x(120).
       01 rank-num              pic 99 value zero.
       01 rank-out              pic z9.
       01 area-out              pic zz,zzz,zz9 usage display.
       01 kbtu-out              pic z,zzz,zzz,zz9 usage display.
       01 eui-out               pic zz,zz9.9 usage display.
       01 prior-eui-out         pic zz,zz9.9 usage display.
       01 change-out            pic ++++9.9 usage display.
       01 median-out            pic zz,zz9.9 usage display.
       01 prior-col             pic x(8).
       01 change-col            pic x(7).
       01 flag-col              pic x(18).
       01 count-out             pic zz,zz9.
       01 above-count           pic 99 value zero.

       procedure division.
       100-main-para.
           display spaces
           display "***** PLANT EUI BENCHMARK BEGINS *****"
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
           perform 110-load-plant-profiles
           perform 115-load-meter-master

           perform 120-window-entry thru 120-window-exit
           if end-month-in EQUAL TO "zero"
              go to 999-end-program
           end-if
           perform 118-load-fuel-types

           perform 130-spread-bills
           perform 140-compute-intensities
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           perform 150-peer-median thru 150-peer-exit
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           perform 160-rank-and-print thru 160-print-exit
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** PLANT EUI BENCHMARK ENDS *****"
           display spaces

           move "EUIRPT" to audit-trail-pgm
           move spaces to audit-trail-detail
           move above-count to count-out
           string "Plant EUI benchmark " cur-first-month "-"
                  cur-last-month "," count-out
                  " above peer median."
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

      * FUELTYPE versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==117-scan-fuel-versions==
            ==VR-SCAN-EXIT== BY ==117-scan-fuel-exit==
            ==VR-READ-PARA== BY ==117a-read-fuel-version==
            ==VR-HOLD-PARA== BY ==117b-hold-fuel-version==
            ==VR-CHECK-PARA== BY ==117c-check-fuel-version==
            ==VR-FIND-PARA== BY ==117d-find-fuel-version==
            ==VR-TEST-PARA== BY ==117e-test-fuel-version==
            ==VR-FILE== BY ==fuel-type-file==
            ==VR-STATUS== BY ==fueltype-status==
            ==VR-KEY== BY ==ftf-code==
            ==VR-DATE== BY ==ftf-eff-date==.

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
              move function upper-case(pm-code) to pe-code(plant-idx)
              move pm-name to pe-name(plant-idx)
              move "N" to pe-profile-flag(plant-idx)
              move zero to pe-area(plant-idx)
              move spaces to pe-type(plant-idx)
              move spaces to pe-shifts(plant-idx)
              move spaces to pe-year(plant-idx)
              move zero to pe-kbtu-cur(plant-idx)
              move zero to pe-kbtu-prior(plant-idx)
              move zero to pe-eui-cur(plant-idx)
              move zero to pe-eui-prior(plant-idx)
              move zero to pe-change-pct(plant-idx)
              move zero to pe-peer-median(plant-idx)
              move zero to pe-peer-count(plant-idx)
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

       110-load-plant-profiles.
           open input plant-profile-file
           if plantprof-status EQUAL TO "00"
              move "N" to profile-eof-flag
              perform 111-read-profile-record
              perform 112-store-profile-record until profile-eof
              close plant-profile-file
           end-if.

       111-read-profile-record.
           read plant-profile-file
              at end move "Y" to profile-eof-flag
           end-read.

       112-store-profile-record.
           move function upper-case(pp-plant) to probe-plant
           perform 108-find-plant
           if NOT plant-not-found
              move function lower-case(pp-area-in) to pp-area-in
              compute pe-area(plant-pick) =
                      function numval(pp-area-in)
              move function upper-case(pp-type)
                   to pe-type(plant-pick)
              move pp-shifts to pe-shifts(plant-pick)
              move pp-year to pe-year(plant-pick)
              if pe-area(plant-pick) > zero
                 move "Y" to pe-profile-flag(plant-pick)
              end-if
           end-if
           perform 111-read-profile-record.

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
              move function upper-case(mm-fuel)
                   to mt-fuel(meter-idx)
           end-if
           perform 116-read-meter-record.

      * Heating values are the versions in force at the close of
      * the window's last month.
       118-load-fuel-types.
           move zero to fuel-type-count
           move spaces to vr-as-of-date
           string cur-last-month "31" delimited by size
                  into vr-as-of-date
           perform 117-scan-fuel-versions thru 117-scan-fuel-exit
           open input fuel-type-file
           if fueltype-status EQUAL TO "00"
              move "N" to fueltype-eof-flag
              perform 119-read-fuel-type-record
              perform 119a-store-fuel-type-record until fueltype-eof
              close fuel-type-file
           end-if.

       119-read-fuel-type-record.
           read fuel-type-file
              at end move "Y" to fueltype-eof-flag
           end-read.

       119a-store-fuel-type-record.
           perform 117c-check-fuel-version
           if vr-in-force and fuel-type-count < 10
              add 1 to fuel-type-count
              move fuel-type-count to fuel-idx
              move function upper-case(ftf-code)
                   to ft-code(fuel-idx)
              move function lower-case(ftf-heat-val-in)
                   to ftf-heat-val-in
              compute ft-heat-val(fuel-idx) =
                      function numval(ftf-heat-val-in)
           end-if
           perform 119-read-fuel-type-record.

      * The report year is the twelve months ending with the month
      * named; the prior year is the twelve before that.
       120-window-entry.
           move todays-date(1:6) to ym-work
           subtract 1 from ym-month
           if ym-month EQUAL TO zero
              move 12 to ym-month
              subtract 1 from ym-year
           end-if
           display "Last month of the twelve (YYYYMM, blank for "
                   ym-work "): " with no advancing
           accept end-month-in
           move function lower-case(end-month-in) to end-month-in
           if end-month-in EQUAL TO "zero" or end-month-in EQUAL TO "0"
              move "zero" to end-month-in
              go to 120-window-exit
           end-if
           if end-month-in NOT EQUAL TO spaces
              if end-month-in NOT NUMERIC or
                 end-month-in(5:2) < "01" or
                 end-month-in(5:2) > "12"
                 display "The month is YYYYMM."
                 go to 120-window-entry
              end-if
              move end-month-in to ym-work
           end-if
           move ym-work to cur-last-month

           add 1 to ym-month
           if ym-month > 12
              move 1 to ym-month
              add 1 to ym-year
           end-if
           compute ym-date-num = ym-year * 10000 + ym-month * 100 + 1
           compute cur-end-int =
                   function integer-of-date(ym-date-num) - 1
           subtract 1 from ym-year
           move ym-work to cur-first-month
           compute ym-date-num = ym-year * 10000 + ym-month * 100 + 1
           compute cur-start-int =
                   function integer-of-date(ym-date-num)
           compute prior-end-int = cur-start-int - 1
           subtract 1 from ym-year
           compute ym-date-num = ym-year * 10000 + ym-month * 100 + 1
           compute prior-start-int =
                   function integer-of-date(ym-date-num).
       120-window-exit.
           exit.

      * Every bill's usage, converted to kBtu, is spread over the
      * two windows by its service days (start and end both count).
       130-spread-bills.
           move zero to bills-used
           move zero to bills-skipped
           move zero to bills-unpriced
           move zero to bills-water
           open input bill-file
           if bill-status EQUAL TO "00"
              move "N" to bill-eof-flag
              perform 135-read-bill-record
              perform 131-post-one-bill thru 131-next-bill
                      until bill-eof
              close bill-file
           end-if.

       131-post-one-bill.
           if bl-meter EQUAL TO spaces
              go to 131-next-bill
           end-if
           move function upper-case(bl-plant) to bl-plant
           move bl-plant to probe-plant
           perform 108-find-plant
           if plant-not-found
              go to 131-next-bill
           end-if
           move bl-start to bill-start-num
           move bl-end to bill-end-num
           if bl-start NOT NUMERIC or bl-end NOT NUMERIC or
              bl-end < bl-start
              add 1 to bills-skipped
              go to 131-next-bill
           end-if
           compute bill-start-int =
                   function integer-of-date(bill-start-num)
           compute bill-end-int =
                   function integer-of-date(bill-end-num)
           if bill-start-int > cur-end-int or
              bill-end-int < prior-start-int
              go to 131-next-bill
           end-if

           move zero to meter-pick
           perform 132-test-one-meter
                   varying meter-idx from 1 by 1
                   until meter-idx > meter-count
           if meter-not-found
              add 1 to bills-unpriced
              go to 131-next-bill
           end-if

           evaluate mt-commodity(meter-pick)
              when "E"
                 move kwh-to-kbtu to kbtu-per-unit
              when "W"
                 add 1 to bills-water
                 go to 131-next-bill
              when other
                 move zero to fuel-pick
                 perform 133-test-one-fuel
                         varying fuel-idx from 1 by 1
                         until fuel-idx > fuel-type-count
                 if fuel-not-found
                    add 1 to bills-unpriced
                    go to 131-next-bill
                 end-if
                 compute kbtu-per-unit =
                         ft-heat-val(fuel-pick) * therm-to-kbtu
           end-evaluate

           move function lower-case(bl-usage-in) to bl-usage-in
           compute bill-usage = function numval(bl-usage-in)
           compute bill-kbtu rounded = bill-usage * kbtu-per-unit
           compute bill-days = bill-end-int - bill-start-int + 1
           add 1 to bills-used

           move cur-start-int to window-lo
           move cur-end-int to window-hi
           perform 134-share-one-window
           add window-share to pe-kbtu-cur(plant-pick)
           move prior-start-int to window-lo
           move prior-end-int to window-hi
           perform 134-share-one-window
           add window-share to pe-kbtu-prior(plant-pick).
       131-next-bill.
           perform 135-read-bill-record.

       132-test-one-meter.
           if mt-plant(meter-idx) EQUAL TO bl-plant and
              mt-meter(meter-idx) EQUAL TO bl-meter
              move meter-idx to meter-pick
           end-if.

       133-test-one-fuel.
           if ft-code(fuel-idx) EQUAL TO mt-fuel(meter-pick) and
              ft-heat-val(fuel-idx) > zero
              move fuel-idx to fuel-pick
           end-if.

       134-share-one-window.
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
                      bill-kbtu * overlap-days / bill-days
           end-if.

       135-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

       140-compute-intensities.
           if pe-profiled(plant-idx)
              compute pe-eui-cur(plant-idx) rounded =
                      pe-kbtu-cur(plant-idx) / pe-area(plant-idx)
              compute pe-eui-prior(plant-idx) rounded =
                      pe-kbtu-prior(plant-idx) / pe-area(plant-idx)
              if pe-eui-prior(plant-idx) > zero
                 compute pe-change-pct(plant-idx) rounded =
                         (pe-eui-cur(plant-idx) -
                          pe-eui-prior(plant-idx)) * 100 /
                          pe-eui-prior(plant-idx)
              end-if
           end-if.

      * The median EUI of the profiled plants sharing this plant's
      * building type, the plant itself included.
       150-peer-median.
           if NOT pe-profiled(plant-idx)
              go to 150-peer-exit
           end-if
           move zero to peer-count
           perform 151-collect-one-peer
                   varying plant-jdx from 1 by 1
                   until plant-jdx > plant-count
           perform 152-sort-outer-pass
                   varying peer-idx from 1 by 1
                   until peer-idx > peer-count
           move peer-count to pe-peer-count(plant-idx)
           divide peer-count by 2 giving peer-mid
           if peer-mid * 2 EQUAL TO peer-count
              compute pe-peer-median(plant-idx) rounded =
                      (peer-eui(peer-mid) + peer-eui(peer-mid + 1)) / 2
           else
              move peer-eui(peer-mid + 1)
                   to pe-peer-median(plant-idx)
           end-if.
       150-peer-exit.
           exit.

       151-collect-one-peer.
           if pe-profiled(plant-jdx) and
              pe-type(plant-jdx) EQUAL TO pe-type(plant-idx)
              add 1 to peer-count
              move pe-eui-cur(plant-jdx) to peer-eui(peer-count)
           end-if.

       152-sort-outer-pass.
           perform 152a-sort-inner-pass
                   varying peer-jdx from 1 by 1
                   until peer-jdx > peer-count - peer-idx.

       152a-sort-inner-pass.
           if peer-eui(peer-jdx) > peer-eui(peer-jdx + 1)
              move peer-eui(peer-jdx) to peer-swap
              move peer-eui(peer-jdx + 1) to peer-eui(peer-jdx)
              move peer-swap to peer-eui(peer-jdx + 1)
           end-if.

      * Worst intensity first, the BENCHRPT order; plants with no
      * profile sort to the bottom unranked.
       160-rank-and-print.
           perform 161-rank-outer-pass
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           display spaces
           display "Print the EUI benchmark to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "PLANT ENERGY-USE-INTENSITY BENCHMARK"
                   to report-title
              move "EUIPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "PLANT EUI BENCHMARK (worst first)  YEAR "
                  cur-first-month "-" cur-last-month "  "
                  todays-date-out
                  delimited by size into out-line
           perform 170-emit-line
           move spaces to out-line
           string "KBTU: ELECTRIC AT 3.412 PER KWH, FUELS AT THEIR"
                  " FUELTYPE HEATING VALUE.  EUI IS KBTU PER SQ FT."
                  delimited by size into out-line
           perform 170-emit-line
           move spaces to out-line
           string "FUELTYPE version " vr-version-out
                  "  (in force " vr-as-of-date ")"
                  delimited by size into out-line
           perform 170-emit-line
           move spaces to out-line
           perform 170-emit-line
           move spaces to out-line
           string "RK PLNT NAME                     TYPE     "
                  "     SQ FT          KBTU      EUI"
                  "    PRIOR CHANGE% PEER MED"
                  delimited by size into out-line
           perform 170-emit-line

           move zero to rank-num
           move zero to above-count
           perform 162-print-one-plant thru 162-print-exit
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           move spaces to out-line
           perform 170-emit-line
           move bills-used to count-out
           move spaces to out-line
           string count-out " bills converted."
                  delimited by size into out-line
           perform 170-emit-line
           if bills-unpriced > zero
              move bills-unpriced to count-out
              move spaces to out-line
              string count-out " bills left out -- meter not on"
                     " METERMAST or fuel not on FUELTYPE."
                     delimited by size into out-line
              perform 170-emit-line
           end-if
           if bills-skipped > zero
              move bills-skipped to count-out
              move spaces to out-line
              string count-out " bills left out -- bad service dates."
                     delimited by size into out-line
              perform 170-emit-line
           end-if
           if bills-water > zero
              move bills-water to count-out
              move spaces to out-line
              string count-out " water bills left out."
                     delimited by size into out-line
              perform 170-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to EUIPRINT."
           end-if.
       160-print-exit.
           exit.

       161-rank-outer-pass.
           perform 161a-rank-inner-pass
                   varying plant-jdx from 1 by 1
                   until plant-jdx > plant-count - plant-idx.

       161a-rank-inner-pass.
           if (pe-profiled(plant-jdx + 1) and
               NOT pe-profiled(plant-jdx)) or
              (pe-profiled(plant-jdx + 1) and
               pe-eui-cur(plant-jdx) < pe-eui-cur(plant-jdx + 1))
              move plant-entry(plant-jdx) to plant-swap
              move plant-entry(plant-jdx + 1)
                   to plant-entry(plant-jdx)
              move plant-swap to plant-entry(plant-jdx + 1)
           end-if.

       162-print-one-plant.
           move spaces to out-line
           if NOT pe-profiled(plant-idx)
              move pe-kbtu-cur(plant-idx) to kbtu-out
              string "-- " pe-code(plant-idx) " " pe-name(plant-idx)
                     " (no PLANTPROF floor area -- not ranked)  "
                     kbtu-out " KBTU"
                     delimited by size into out-line
              perform 170-emit-line
              go to 162-print-exit
           end-if

           add 1 to rank-num
           move rank-num to rank-out
           move pe-area(plant-idx) to area-out
           move pe-kbtu-cur(plant-idx) to kbtu-out
           move pe-eui-cur(plant-idx) to eui-out
           move pe-peer-median(plant-idx) to median-out
           if pe-eui-prior(plant-idx) > zero
              move pe-eui-prior(plant-idx) to prior-eui-out
              move prior-eui-out to prior-col
              move pe-change-pct(plant-idx) to change-out
              move change-out to change-col
           else
              move "     N/A" to prior-col
              move "    N/A" to change-col
           end-if
           move spaces to flag-col
           if pe-peer-count(plant-idx) > 1 and
              pe-eui-cur(plant-idx) > pe-peer-median(plant-idx)
              move "ABOVE PEER MEDIAN" to flag-col
              add 1 to above-count
           end-if
           string rank-out " " pe-code(plant-idx) " "
                  pe-name(plant-idx) " " pe-type(plant-idx) " "
                  area-out " " kbtu-out " " eui-out " "
                  prior-col " " change-col " " median-out " "
                  flag-col
                  delimited by size into out-line
           perform 170-emit-line.
       162-print-exit.
           exit.

       170-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
