      *****************************************************************
      * BOILER STACK ECONOMIZER HEAT-RECOVERY CALCULATOR              *
      *                                                               *
      * FUELSAVE prices a tune-up; this prices taking heat back out   *
      * of the stack.  Starts from the boiler's latest stack reading  *
      * -- the after-tune-up reading FUELSAVE files with its          *
      * FUELHIST entry, a day of FUELGASOLD analyzer readings, or a   *
      * keyed pair -- with the feedwater temperature, the fuel from   *
      * FUELTYPE, and the firing rate and hours.  The economizer is   *
      * taken to cool the gas to the lower of a feedwater approach    *
      * and the target the operator names, but never below the        *
      * fuel's acid-dewpoint floor.  The stack-loss reduction gives   *
      * the recoverable heat, the efficiency gain, and the annual     *
      * fuel dollars; the figure posts to RESULTREPO under the boiler *
      * tag and can go to FPGCOMP's FPGCOMPSKED schedule as a capital *
      * alternative, the AFFINITY hand-off.                           *
      *                                                               *
      * Stack losses use FUELSAVE's simplified Siegert formula, so    *
      * the two programs agree on what a degree of stack temperature  *
      * is worth.                                                     *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   econcalc.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS/
      * FHISTRD.
           COPY fhistsel.

           select fuel-type-file assign to "FUELTYPE"
                  organization is line sequential
                  file status is fueltype-status.

      * Flue-gas analyzer export -- CSV lines of stack temperature
      * and O2%, with an optional leading time-of-day field.
           select fuelgas-old-file assign to "FUELGASOLD"
                  organization is line sequential
                  file status is fuelgas-status.

      * FPGCOMP's schedule file, appended to by the capital hand-off
      * -- the layout mirrors FPGCOMP's own schedule reader.
           select fpgcomp-sked-file assign to "FPGCOMPSKED"
                  organization is line sequential
                  file status is fpgsked-status.

      * Standard energy-measure library -- see MEASSEL/MEASFD/
      * MEASWS/MEASRD.
           COPY meassel.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Control trailers -- FPGCOMPSKED is cataloged with FILECHK,
      * so a schedule hand-off restamps its trailer.  See CTLSEL/
      * CTLFD/CTLWS/CTLWR.
           COPY ctlsel.

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
       COPY fhistfd.

      * The fuel master, with the acid-dewpoint stack floor in tens
      * of degrees F in columns 39-40 (blank: no floor kept) and the
      * version's effective date after it.
       fd  fuel-type-file
           record contains 48 characters.
       01 fuel-type-record.
           05 ftf-code           pic x(2).
           05 ftf-name           pic x(12).
           05 ftf-heat-val-in    pic x(8).
           05 ftf-co2-in         pic x(8).
           05 ftf-nox-in         pic x(8).
           05 ftf-dewpt-in       pic x(2).
           05 ftf-eff-date       pic x(8).

       fd  fuelgas-old-file
           record contains 40 characters.
       01 fuelgas-old-record     pic x(40).

       fd  fpgcomp-sked-file
           record contains 48 characters.
       01 fpgcomp-sked-record.
           05 fpgsked-name      pic x(15).
           05 fpgsked-type      pic x.
           05 fpgsked-cashflow  pic x(8).
           05 fpgsked-interest  pic x(5).
           05 fpgsked-term      pic xx.
           05 fpgsked-invest    pic x(8).
           05 filler            pic x.
           05 fpgsked-measure   pic x(8).

       COPY measfd.

       COPY resrepfd.

       COPY ctlfd.

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

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Control-trailer fields -- see CTLWS.
       COPY ctlws.
       01 restamp-eof-flag      pic x.
           88 restamp-eof              value "Y".

      * Standard energy-measure lookup fields -- see MEASWS.
       COPY measws.

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.
       01 hist-best-date        pic x(8).
       01 hist-stack-found-flag pic x value "N".
           88 hist-stack-found         value "Y".
       01 hist-temp             pic 999v9 USAGE COMP.
       01 hist-o2               pic 99v9 USAGE COMP.

      * Fuel-type-master fields -- the same in-storage table shape
      * FUELSAVE's 108-LOAD-FUEL-TYPES builds, with the floor.
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
               10 ft-heat-val    pic 9(4)v9(4) USAGE COMP.
               10 ft-floor       pic 999 USAGE COMP.

      * Analyzer-import fields -- FUELSAVE's stable-load window: the
      * largest cluster of readings within the stable band of one
      * another is averaged, dropping warm-up and upset transients.
       01 fuelgas-status        pic xx.
       01 fuelgas-eof-flag      pic x value "N".
           88 fuelgas-eof              value "Y".
       01 gas-line              pic x(40).
       01 gas-f1                pic x(12).
       01 gas-f2                pic x(12).
       01 gas-f3                pic x(12).
       01 gas-field-count       pic 9 value zero.
       01 gas-temp              pic 999v9 USAGE COMP.
       01 gas-o2                pic 99v9 USAGE COMP.
       01 reading-count         pic 9(3) value zero.
       01 max-readings          pic 9(3) value 500.
       01 reading-idx           pic 9(3).
       01 reading-jdx           pic 9(3).
       01 reading-table.
           05 gas-reading occurs 500 times.
               10 gr-temp        pic 999v9 USAGE COMP.
               10 gr-o2          pic 99v9 USAGE COMP.
       01 reject-count          pic 9(3) value zero.
       01 stable-band           pic 99 value 25.
       01 cluster-count         pic 9(3) value zero.
       01 best-cluster-count    pic 9(3) value zero.
       01 probe-temp            pic 999v9 USAGE COMP.
       01 center-temp           pic 999v9 USAGE COMP.
       01 temp-sum              pic 9(7)v9 USAGE COMP.
       01 o2-sum                pic 9(5)v9 USAGE COMP.
       01 stable-count          pic 9(3) value zero.
       01 reading-count-out     pic zz9.
       01 reject-count-out      pic zz9.
       01 stable-count-out      pic zz9.

      * Data-entry-fields.
       01 tag-in                pic x(10).
       01 source-in             pic x.
           88 source-history           value "H".
           88 source-import            value "I".
           88 source-keyed             value "K".
       01 stacktemp-in          pic x(6).
       01 o2-in                 pic x(5).
       01 feedtemp-in           pic x(6).
       01 exit-in               pic x(6).
       01 rate-in               pic x(10).
       01 hours-in              pic x(6).
       01 price-in              pic x(8).
       01 cost-in               pic x(10).
       01 yes-no                pic x.
           88 affirm                   value "Y".

      * Stack-loss constants -- FUELSAVE's Siegert approximation, and
      * the closest the gas leaving an economizer comes to the
      * feedwater entering it.
       01 co2max-natural-gas    pic 99v9 value 11.7.
       01 ambient-air-temp      pic 999 value 70.
       01 siegert-k             pic 9v99 value 0.38.
       01 min-stacktemp         pic 999 value 200.
       01 max-stacktemp         pic 999 value 999.
       01 min-o2                pic 9v9 value 1.0.
       01 max-o2                pic 99v9 value 20.9.
       01 min-approach          pic 999 value 50.
       01 default-floor         pic 999 value 250.

      * Calculated-fields.
       01 stack-temp            pic 999v9 USAGE COMP.
       01 o2-pct                pic 99v9 USAGE COMP.
       01 co2-pct               pic 99v99 USAGE COMP.
       01 feed-temp             pic 999v9 USAGE COMP.
       01 floor-temp            pic 999 USAGE COMP.
       01 exit-temp             pic 999v9 USAGE COMP.
       01 approach-temp         pic 999v9 USAGE COMP.
       01 loss-before           pic s999v99 USAGE COMP.
       01 loss-after            pic s999v99 USAGE COMP.
       01 eff-before            pic s999v99 USAGE COMP.
       01 eff-after             pic s999v99 USAGE COMP.
       01 eff-gain              pic s999v99 USAGE COMP.
       01 fuel-save-pct         pic s999v9(4) USAGE COMP.
       01 firing-rate           pic 9(7)v99 USAGE COMP.
       01 firing-hours          pic 9(4) USAGE COMP.
       01 fuel-price            pic 9(3)v999 USAGE COMP.
       01 heat-input-mmbtu      pic 9(5)v999 USAGE COMP.
       01 recovered-mmbtu-hr    pic 9(5)v999 USAGE COMP.
       01 recovered-mmbtu-yr    pic 9(9)v9 USAGE COMP.
       01 annual-fuel           pic 9(9)v99 USAGE COMP.
       01 fuel-saved            pic 9(9)v99 USAGE COMP.
       01 annual-dollars        pic 9(9)v99 USAGE COMP.
       01 recovery-possible-flag pic x.
           88 recovery-possible        value "Y".

      * Capital-study hand-off fields -- the AFFINITY set.
       01 fpgsked-status        pic xx.
       01 handoff-yes-no        pic x.
       01 handoff-rate-in       pic x(5).
       01 handoff-term-in       pic x(4).
       01 handoff-rate          pic 99v99.
       01 handoff-term          pic 99.
       01 handoff-cashflow      pic s9(9)v99.
       01 handoff-cash-sked     pic 9(6).9 usage display.
       01 handoff-rate-sked     pic z9.99 usage display.
       01 handoff-term-sked     pic 99 usage display.
       01 handoff-measure-in    pic x(8).
       01 handoff-qty-in        pic x(10).
       01 handoff-qty           pic 9(7)v99.
       01 handoff-invest        pic 9(9)v99.
       01 handoff-invest-sked   pic 9(6).9 usage display.
       01 handoff-cost-out      pic $z,zzz,zz9.99 usage display.
       01 handoff-invest-flag   pic x.
           88 handoff-has-invest       value "Y".

      * Displayed-fields.
       01 stack-temp-out        pic ZZZ9.9 usage display.
       01 o2-pct-out            pic Z9.9 usage display.
       01 temp-out              pic zz9 usage display.
       01 eff-out               pic z9.99- usage display.
       01 pct-out               pic z9.99 usage display.
       01 mmbtu-hr-out          pic zz,zz9.999 usage display.
       01 mmbtu-yr-out          pic zzz,zzz,zz9.9 usage display.
       01 fuel-out              pic zzz,zzz,zz9.99 usage display.
       01 dollars-out           pic $$$,$$$,$$9.99 usage display.
       01 repo-dollars-out      pic 9(7).99 usage display.
       01 exit-temp-out         pic zz9 usage display.
       01 feed-temp-out         pic zz9 usage display.

       procedure division.
       100-main-para.
           display spaces
           display "***** STACK ECONOMIZER CALCULATOR BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 108-load-fuel-types
           if fuel-type-count EQUAL TO zero
              display "No FUELTYPE fuel master on file -- heating"
              display "values come from it.  Cannot price the fuel."
              go to 999-end-program
           end-if

           display spaces
           display "Enter zero for any parameter to end the program."
           move "X" to tag-in
           perform 120-size-one-economizer thru 120-size-exit
                   until tag-in EQUAL TO spaces
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** STACK ECONOMIZER CALCULATOR ENDS *****"
           display spaces

           move "ECONCALC" to audit-trail-pgm
           move "Stack economizer calculation completed."
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

       108-load-fuel-types.
           move zero to fuel-type-count
           move todays-date to vr-as-of-date
           perform 107-scan-fuel-versions thru 107-scan-fuel-exit
           open input fuel-type-file
           if fueltype-status EQUAL TO "00"
              move "N" to fueltype-eof-flag
              perform 109-read-fuel-type-record
              perform 109a-store-fuel-type-record until fueltype-eof
              close fuel-type-file
           end-if.

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
              if ftf-dewpt-in NUMERIC
                 compute ft-floor(fuel-idx) =
                         function numval(ftf-dewpt-in) * 10
              else
                 move default-floor to ft-floor(fuel-idx)
              end-if
           end-if
           perform 109-read-fuel-type-record.

       120-size-one-economizer.
           display spaces
           display "Boiler tag (blank to finish): " with no advancing
           accept tag-in
           if tag-in EQUAL TO spaces
              go to 120-size-exit
           end-if

           perform 121-stack-reading-entry thru 121-stack-exit
           perform 140-feedwater-data-entry
           perform 145-fuel-data-entry thru 145-fuel-exit
           perform 150-firing-data-entry
           perform 155-exit-temp-entry thru 155-exit-temp-exit
           perform 160-calculate-recovery thru 160-calculate-exit
           perform 170-disp-one-result thru 170-disp-exit
           if recovery-possible
              perform 175-post-results-repo
              perform 190-offer-fpgcomp-handoff thru
                    190-handoff-exit
           end-if.
       120-size-exit.
           exit.

      * Where the stack reading comes from: the boiler's latest
      * FUELHIST reading when it has one, else a day of FUELGASOLD
      * analyzer readings, else keyed.
       121-stack-reading-entry.
           perform 126-scan-history-for-stack thru 126-scan-exit
           if hist-stack-found
              move hist-temp to stack-temp-out
              move hist-o2 to o2-pct-out
              display "Latest FUELHIST reading for " tag-in ": "
                      stack-temp-out " deg F, " o2-pct-out
                      "% O2 (entry of " hist-best-date ")"
              display "Use it (H), Import FUELGASOLD (I), or Key a"
                      " reading (K)? " with no advancing
           else
              display "No FUELHIST stack reading for " tag-in "."
              display "Import FUELGASOLD (I) or Key a reading (K)? "
                      with no advancing
           end-if
           accept source-in
           move function upper-case(source-in) to source-in

           evaluate true
              when source-history and hist-stack-found
                 move hist-temp to stack-temp
                 move hist-o2 to o2-pct
              when source-import
                 perform 130-import-analyzer-file thru
                       130-import-exit
                 if stable-count EQUAL TO zero
                    go to 121-stack-reading-entry
                 end-if
              when source-keyed
                 perform 122-stacktemp-data-entry
                 perform 123-o2-data-entry
              when other
                 display "Please answer H, I, or K."
                 go to 121-stack-reading-entry
           end-evaluate.
       121-stack-exit.
           exit.

       122-stacktemp-data-entry.
           display "Stack temperature (deg F): " with no advancing
           accept stacktemp-in
           move function lower-case(stacktemp-in) to stacktemp-in

           if stacktemp-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute stack-temp = function numval(stacktemp-in)
           end-if

           if stack-temp IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if stack-temp < min-stacktemp or stack-temp > max-stacktemp
              display "Stack temp must be 200-999 deg F."
              go to 122-stacktemp-data-entry
           end-if.

       123-o2-data-entry.
           display "Flue-gas O2 %: " with no advancing
           accept o2-in
           move function lower-case(o2-in) to o2-in

           if o2-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute o2-pct = function numval(o2-in)
           end-if

           if o2-pct IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if o2-pct < min-o2 or o2-pct > max-o2
              display "O2 % must be 1.0-20.9%."
              go to 123-o2-data-entry
           end-if.

      * The newest FUELHIST entry for the tag that carries a stack
      * reading.  The tag's entries come back oldest first, so the
      * last one that passes stands.
       126-scan-history-for-stack.
           move "N" to hist-stack-found-flag
           move spaces to hist-best-date
           move tag-in to fh-probe-tag
           perform 127-start-history thru 127-start-exit
           perform 127a-read-history-record
           perform 128-test-history-record until fh-eof
           perform 127b-close-history.
       126-scan-exit.
           exit.

      * Keyed FUELHIST read -- see FHISTRD.
       COPY fhistrd REPLACING ==FH-START-PARA== BY
            ==127-start-history==
            ==FH-START-EXIT== BY ==127-start-exit==
            ==FH-NEXT-PARA== BY ==127a-read-history-record==
            ==FH-CLOSE-PARA== BY ==127b-close-history==.

       128-test-history-record.
           if fh-stack-measured and
              fh-stack-temp NOT LESS THAN min-stacktemp and
              fh-o2-pct NOT LESS THAN min-o2
              move "Y" to hist-stack-found-flag
              move fh-date to hist-best-date
              move fh-stack-temp to hist-temp
              move fh-o2-pct to hist-o2
           end-if
           perform 127a-read-history-record.

      * A day of analyzer readings, each pair held to the manual
      * entry's ranges, averaged over the stable-load window.
       130-import-analyzer-file.
           move zero to reading-count
           move zero to reject-count
           move zero to stable-count
           open input fuelgas-old-file
           if fuelgas-status NOT EQUAL TO "00"
              display "Unable to open FUELGASOLD export file."
              go to 130-import-exit
           end-if
           move "N" to fuelgas-eof-flag
           perform 131-read-gas-record
           perform 132-post-gas-record thru 132-post-exit
                   until fuelgas-eof
           close fuelgas-old-file

           if reading-count EQUAL TO zero
              display "No valid readings in the export file."
              go to 130-import-exit
           end-if

           move zero to best-cluster-count
           perform 133-score-one-center
                   varying reading-idx from 1 by 1
                   until reading-idx > reading-count
           move zero to temp-sum
           move zero to o2-sum
           perform 135-sum-stable-readings
                   varying reading-idx from 1 by 1
                   until reading-idx > reading-count
           compute stack-temp rounded = temp-sum / stable-count
           compute o2-pct rounded = o2-sum / stable-count

           move reading-count to reading-count-out
           move reject-count to reject-count-out
           move stable-count to stable-count-out
           move stack-temp to stack-temp-out
           move o2-pct to o2-pct-out
           display reading-count-out " valid readings ("
                   reject-count-out " rejected), "
                   stable-count-out " in the stable-load window."
           display "Window average: " stack-temp-out " deg F, "
                   o2-pct-out "% O2".
       130-import-exit.
           exit.

       131-read-gas-record.
           read fuelgas-old-file
              at end move "Y" to fuelgas-eof-flag
           end-read.

      * "temp,o2" or "time,temp,o2" -- FUELSAVE's export format.
       132-post-gas-record.
           move fuelgas-old-record to gas-line
           if gas-line EQUAL TO spaces
              go to 132-post-next
           end-if
           move spaces to gas-f1
           move spaces to gas-f2
           move spaces to gas-f3
           move zero to gas-field-count
           unstring gas-line delimited by ","
                    into gas-f1 gas-f2 gas-f3
                    tallying in gas-field-count
           end-unstring
           if gas-field-count > 2
              move function lower-case(gas-f2) to gas-f2
              move function lower-case(gas-f3) to gas-f3
              compute gas-temp = function numval(gas-f2)
              compute gas-o2   = function numval(gas-f3)
           else
              move function lower-case(gas-f1) to gas-f1
              move function lower-case(gas-f2) to gas-f2
              compute gas-temp = function numval(gas-f1)
              compute gas-o2   = function numval(gas-f2)
           end-if

           if gas-temp < min-stacktemp or gas-temp > max-stacktemp
              or gas-o2 < min-o2 or gas-o2 > max-o2
              add 1 to reject-count
              go to 132-post-next
           end-if
           if reading-count < max-readings
              add 1 to reading-count
              move gas-temp to gr-temp(reading-count)
              move gas-o2   to gr-o2(reading-count)
           end-if.
       132-post-next.
           perform 131-read-gas-record.
       132-post-exit.
           exit.

       133-score-one-center.
           move gr-temp(reading-idx) to probe-temp
           move zero to cluster-count
           perform 134-count-near-center
                   varying reading-jdx from 1 by 1
                   until reading-jdx > reading-count
           if cluster-count > best-cluster-count
              move cluster-count to best-cluster-count
              move probe-temp to center-temp
           end-if.

       134-count-near-center.
           if gr-temp(reading-jdx) NOT LESS THAN
                 probe-temp - stable-band
              and gr-temp(reading-jdx) NOT GREATER THAN
                 probe-temp + stable-band
              add 1 to cluster-count
           end-if.

       135-sum-stable-readings.
           if gr-temp(reading-idx) NOT LESS THAN
                 center-temp - stable-band
              and gr-temp(reading-idx) NOT GREATER THAN
                 center-temp + stable-band
              add gr-temp(reading-idx) to temp-sum
              add gr-o2(reading-idx)   to o2-sum
              add 1 to stable-count
           end-if.

       140-feedwater-data-entry.
           display "Feedwater temperature entering the economizer"
           display "(deg F): " with no advancing
           accept feedtemp-in
           move function lower-case(feedtemp-in) to feedtemp-in

           if feedtemp-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute feed-temp = function numval(feedtemp-in)
           end-if

           if feed-temp IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if feed-temp < 32 or feed-temp > 400
              display "Feedwater must be 32-400 deg F."
              go to 140-feedwater-data-entry
           end-if.

       145-fuel-data-entry.
           display "Fuel type code.  On file:"
           perform 146-list-one-fuel-type
                   varying fuel-idx from 1 by 1
                   until fuel-idx > fuel-type-count
           display "Code: " with no advancing
           accept fuel-code-in
           move function upper-case(fuel-code-in) to fuel-code-in

           move zero to fuel-pick
           perform 147-test-one-fuel-type
                   varying fuel-idx from 1 by 1
                   until fuel-idx > fuel-type-count
           if no-fuel-selected
              display "Unknown fuel code."
              go to 145-fuel-data-entry
           end-if

           move fuel-pick to fuel-idx
           if ft-heat-val(fuel-idx) EQUAL TO zero
              display ft-name(fuel-idx) " carries no heating value"
              display "in FUELTYPE -- cannot price with it."
              go to 145-fuel-data-entry
           end-if
           move ft-floor(fuel-idx) to floor-temp

           display "Fuel price ($ per unit): " with no advancing
           accept price-in
           move function lower-case(price-in) to price-in

           if price-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute fuel-price = function numval(price-in)
           end-if

           if fuel-price IS EQUAL TO ZERO
            then go to 999-end-program
           end-if.
       145-fuel-exit.
           exit.

       146-list-one-fuel-type.
           move ft-floor(fuel-idx) to temp-out
           display "  " ft-code(fuel-idx) "  " ft-name(fuel-idx)
                   "  stack floor " temp-out " deg F".

       147-test-one-fuel-type.
           if ft-code(fuel-idx) EQUAL TO fuel-code-in
              move fuel-idx to fuel-pick
           end-if.

       150-firing-data-entry.
           display "Average firing rate (fuel units per hour): "
                   with no advancing
           accept rate-in
           move function lower-case(rate-in) to rate-in

           if rate-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute firing-rate = function numval(rate-in)
           end-if

           if firing-rate IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           display "Firing hours per year (1-8784): "
                   with no advancing
           accept hours-in
           move function lower-case(hours-in) to hours-in

           if hours-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute firing-hours = function numval(hours-in)
           end-if

           if firing-hours IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if firing-hours > 8784
              display "Hours must be 1-8784."
              go to 150-firing-data-entry
           end-if.

      * The gas can leave no colder than the feedwater approach and
      * never below the fuel's acid-dewpoint floor; within that the
      * operator may name a warmer design exit temperature.
       155-exit-temp-entry.
           compute approach-temp = feed-temp + min-approach
           if approach-temp > floor-temp
              move approach-temp to exit-temp
           else
              move floor-temp to exit-temp
           end-if
           move exit-temp to exit-temp-out
           display "Economizer exit gas temperature (blank for the"
                   " lowest allowed, " exit-temp-out " deg F): "
                   with no advancing
           accept exit-in
           move function lower-case(exit-in) to exit-in
           if exit-in EQUAL TO spaces
              go to 155-exit-temp-exit
           end-if
           if exit-in IS EQUAL TO "zero"
              go to 999-end-program
           end-if
           compute gas-temp = function numval(exit-in)
           if gas-temp < exit-temp
              move floor-temp to temp-out
              display "Below the lowest allowed -- the fuel's floor is "
                      temp-out " deg F and the approach "
                      exit-temp-out "."
              go to 155-exit-temp-entry
           end-if
           move gas-temp to exit-temp.
       155-exit-temp-exit.
           exit.

      * Siegert stack loss before and after the economizer at the
      * reading's O2; the loss removed is the efficiency gained and,
      * as a share of the firing input, the heat recovered.  Fuel
      * saved follows FUELSAVE's (new - old) / new.
       160-calculate-recovery.
           move "N" to recovery-possible-flag
           move zero to eff-gain
           move zero to fuel-save-pct
           move zero to recovered-mmbtu-hr
           move zero to recovered-mmbtu-yr
           move zero to fuel-saved
           move zero to annual-dollars

           compute co2-pct rounded =
                   co2max-natural-gas * (21 - o2-pct) / 21
           compute loss-before rounded =
                   siegert-k * (stack-temp - ambient-air-temp) / co2-pct
           compute loss-after rounded =
                   siegert-k * (exit-temp - ambient-air-temp) / co2-pct
           compute eff-before = 100 - loss-before
           compute eff-after = 100 - loss-after

           move fuel-pick to fuel-idx
           compute heat-input-mmbtu rounded =
                   firing-rate * ft-heat-val(fuel-idx) / 10
           compute annual-fuel rounded = firing-rate * firing-hours

           if stack-temp NOT GREATER THAN exit-temp
              go to 160-calculate-exit
           end-if

           move "Y" to recovery-possible-flag
           compute eff-gain = loss-before - loss-after
           compute fuel-save-pct rounded = eff-gain / eff-after * 100
           compute recovered-mmbtu-hr rounded =
                   heat-input-mmbtu * eff-gain / 100
           compute recovered-mmbtu-yr rounded =
                   recovered-mmbtu-hr * firing-hours
           compute fuel-saved rounded =
                   annual-fuel * fuel-save-pct / 100
           compute annual-dollars rounded = fuel-saved * fuel-price.
       160-calculate-exit.
           exit.

       170-disp-one-result.
           move stack-temp to stack-temp-out
           move o2-pct to o2-pct-out
           move feed-temp to feed-temp-out
           move exit-temp to exit-temp-out
           move floor-temp to temp-out

           display spaces
           display "***** STACK ECONOMIZER -- " tag-in " *****"
           move fuel-pick to fuel-idx
           display "Fuel: " ft-name(fuel-idx) "   stack floor "
                   temp-out " deg F"
           display "Stack now: " stack-temp-out " deg F at "
                   o2-pct-out "% O2   feedwater " feed-temp-out
                   " deg F"
           display "Economizer exit gas: " exit-temp-out " deg F"
           if NOT recovery-possible
              display "The stack is already at or below the lowest"
              display "allowed exit temperature -- nothing to recover."
              go to 170-disp-exit
           end-if

           move eff-before to eff-out
           display "Combustion efficiency before: " eff-out "%"
           move eff-after to eff-out
           display "Combustion efficiency after:  " eff-out "%"
           move eff-gain to eff-out
           display "Efficiency gain:              " eff-out " points"
           move fuel-save-pct to pct-out
           display "Fuel saving:                  " pct-out "%"
           move heat-input-mmbtu to mmbtu-hr-out
           display "Firing input:      " mmbtu-hr-out " MMBtu/hr"
           move recovered-mmbtu-hr to mmbtu-hr-out
           display "Recoverable heat:  " mmbtu-hr-out " MMBtu/hr"
           move recovered-mmbtu-yr to mmbtu-yr-out
           display "Recovered a year:  " mmbtu-yr-out " MMBtu"
           move fuel-saved to fuel-out
           display "Fuel saved a year: " fuel-out " units"
           move annual-dollars to dollars-out
           display "ANNUAL FUEL DOLLARS SAVED: " dollars-out.
       170-disp-exit.
           exit.

      * The economizer's figure posts under the boiler tag as ECON$,
      * apart from the SAV$ figures the goal and M&V programs count
      * as claimed savings -- a study is not yet a saving.
       175-post-results-repo.
           move annual-dollars to repo-dollars-out
           move eff-gain to pct-out
           move "ECONCALC" to audit-trail-pgm
           move tag-in to rr-tag-ws
           move spaces to rr-inputs-ws
           string "STK=" stack-temp-out " O2=" o2-pct-out
                  " FW=" feed-temp-out " EXIT=" exit-temp-out
                  delimited by size into rr-inputs-ws
           move spaces to rr-result-ws
           string "ECON$=" repo-dollars-out " GAIN=" pct-out
                  delimited by size into rr-result-ws
           perform 168-write-results-repo.

      * Capital-study hand-off -- the AFFINITY arrangement: the
      * annual fuel dollars go to FPGCOMPSKED as a type-A (level
      * annual cash flow) alternative named from the boiler tag,
      * with the first cost from a MEASURES library entry or keyed,
      * and rate and term prompted here.
       190-offer-fpgcomp-handoff.
           move annual-dollars to handoff-cashflow
           if handoff-cashflow NOT GREATER THAN zero
              go to 190-handoff-exit
           end-if

      * The schedule cash-flow column is 8 characters (999999.9 at
      * most) -- refuse to truncate a larger figure into it.
           if handoff-cashflow > 999999.9
              display "Annual saving exceeds the schedule layout --"
              display "enter the alternative in FPGCOMP directly."
              go to 190-handoff-exit
           end-if

           display spaces
           display "Write this economizer to the FPGCOMP capital"
           display "schedule (FPGCOMPSKED)? (Y/N): " with no advancing
           accept handoff-yes-no
           move function upper-case(handoff-yes-no) to handoff-yes-no
           if handoff-yes-no NOT EQUAL TO "Y"
              go to 190-handoff-exit
           end-if

           perform 193-handoff-measure-entry thru 193-measure-exit
           perform 191-handoff-rate-entry
           perform 192-handoff-term-entry

           move spaces to fpgcomp-sked-record
           move tag-in           to fpgsked-name
           move "A"              to fpgsked-type
           move handoff-cashflow to handoff-cash-sked
           move handoff-cash-sked to fpgsked-cashflow
           move handoff-rate     to handoff-rate-sked
           move handoff-rate-sked to fpgsked-interest
           move handoff-term     to handoff-term-sked
           move handoff-term-sked to fpgsked-term
           if handoff-has-invest
              move handoff-invest to handoff-invest-sked
              move handoff-invest-sked to fpgsked-invest
           end-if
           if ms-measure-found
              move ms-probe-code to fpgsked-measure
           end-if

           open extend fpgcomp-sked-file
           if fpgsked-status EQUAL TO "05" OR
              fpgsked-status EQUAL TO "35"
              open output fpgcomp-sked-file
           end-if
           if fpgsked-status NOT EQUAL TO "00"
              display "Unable to open FPGCOMPSKED schedule file."
              go to 190-handoff-exit
           end-if
           write fpgcomp-sked-record
           close fpgcomp-sked-file
           perform 930-restamp-fpgsked-trailer thru
                 930-restamp-exit

           display "Schedule record written to FPGCOMPSKED for "
                   tag-in "."

           move "ECONCALC" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "TAG=" tag-in " FPGCOMP schedule rec written."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       190-handoff-exit.
           exit.

       191-handoff-rate-entry.
           display "Hurdle rate % for the capital study: "
                   with no advancing
           accept handoff-rate-in
           move function lower-case(handoff-rate-in) to handoff-rate-in

           if handoff-rate-in IS EQUAL TO "zero"
            then go to 999-end-program
           else
              compute handoff-rate = function numval(handoff-rate-in)
           end-if

           if handoff-rate IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if handoff-rate > 26
              display "Interest must be <= 26%"
              go to 191-handoff-rate-entry
           end-if.

       192-handoff-term-entry.
           if ms-measure-found
              move ms-life to handoff-term-sked
              display "Term in years for the capital study (blank"
                      " for the measure's " handoff-term-sked "): "
                      with no advancing
           else
              display "Term in years for the capital study: "
                      with no advancing
           end-if
           accept handoff-term-in
           move function lower-case(handoff-term-in) to handoff-term-in

           if handoff-term-in IS EQUAL TO "zero"
            then go to 999-end-program
           end-if
           if handoff-term-in EQUAL TO spaces and ms-measure-found
              move ms-life to handoff-term
           else
              compute handoff-term = function numval(handoff-term-in)
           end-if

           if handoff-term IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if handoff-term > 30
              display "Term must be <= 30 years."
              go to 192-handoff-term-entry
           end-if.

      * First cost for the hand-off: a MEASURES library entry's
      * installed cost per unit times the quantity (an MMBH-basis
      * measure offers the recoverable heat as the quantity), or
      * an installed cost keyed directly, or none.
       193-handoff-measure-entry.
           move "N" to ms-found-flag
           move "N" to handoff-invest-flag
           display "Measure code from the MEASURES library (blank"
                   " for none): " with no advancing
           accept handoff-measure-in
           if handoff-measure-in EQUAL TO spaces
              go to 193-keyed-cost-entry
           end-if

           move handoff-measure-in to ms-probe-code
           perform 194-find-measure thru 194-find-exit
           if NOT ms-measure-found
              display "Measure " ms-probe-code
                      " is not in the MEASURES library."
              go to 193-handoff-measure-entry
           end-if
           move ms-unit-cost to handoff-cost-out
           display ms-desc ": " handoff-cost-out " per " ms-basis

           if ms-basis EQUAL TO "MMBH"
              move recovered-mmbtu-hr to mmbtu-hr-out
              display "Quantity in MMBH (blank for " mmbtu-hr-out
                      "): " with no advancing
           else
              display "Quantity in " ms-basis " units (blank for 1): "
                      with no advancing
           end-if
           accept handoff-qty-in
           move function lower-case(handoff-qty-in) to handoff-qty-in
           evaluate true
              when handoff-qty-in NOT EQUAL TO spaces
                 compute handoff-qty = function numval(handoff-qty-in)
              when ms-basis EQUAL TO "MMBH"
                 move recovered-mmbtu-hr to handoff-qty
              when other
                 move 1 to handoff-qty
           end-evaluate
           compute handoff-invest rounded = ms-unit-cost * handoff-qty
           move "Y" to handoff-invest-flag
           go to 193-check-invest.

       193-keyed-cost-entry.
           display "Installed cost in dollars (blank to leave it for"
                   " FPGCOMP): " with no advancing
           accept cost-in
           move function lower-case(cost-in) to cost-in
           if cost-in EQUAL TO spaces
              go to 193-measure-exit
           end-if
           compute handoff-invest = function numval(cost-in)
           if handoff-invest > zero
              move "Y" to handoff-invest-flag
           end-if.

      * The schedule first-cost column is 8 characters as well.
       193-check-invest.
           if handoff-has-invest and handoff-invest > 999999.9
              display "First cost exceeds the schedule layout -- the"
              display "record goes out without it."
              move "N" to handoff-invest-flag
           end-if.
       193-measure-exit.
           exit.

       COPY measrd REPLACING ==MS-FIND-PARA== BY
            ==194-find-measure==
            ==MS-FIND-EXIT== BY ==194-find-exit==
            ==MS-READ-PARA== BY ==194a-read-measure-record==
            ==MS-TEST-PARA== BY ==194b-test-measure-record==.

      * FPGCOMPSKED's control trailer, recounted and rehashed after
      * the append -- see CTLWR.
       930-restamp-fpgsked-trailer.
           move "ECONCALC" to audit-trail-pgm
           move zero to ctl-rec-count
           move zero to ctl-hash-total
           open input fpgcomp-sked-file
           if fpgsked-status NOT EQUAL TO "00"
              display "Unable to re-read FPGCOMPSKED for its"
                      " control trailer -- not restamped."
              go to 930-restamp-exit
           end-if
           move "N" to restamp-eof-flag
           perform 936-read-next-fpgsked
           perform 935-fold-fpgsked-record until restamp-eof
           close fpgcomp-sked-file
           move "FPGCOMPSKED" to ctl-file-name
           perform 910-write-one-trailer.
       930-restamp-exit.
           exit.

       935-fold-fpgsked-record.
           add 1 to ctl-rec-count
           move spaces to ctl-hash-record
           move fpgcomp-sked-record to ctl-hash-record
           perform 920-fold-hash-record
           perform 936-read-next-fpgsked.

       936-read-next-fpgsked.
           read fpgcomp-sked-file
              at end move "Y" to restamp-eof-flag
           end-read.

      * Control-trailer write and hash fold -- see CTLWR.
       COPY ctlwr REPLACING ==CT-PARA== BY
            ==910-write-one-trailer==
            ==CT-READ-PARA== BY ==911-read-trailer-record==
            ==CT-HOLD-PARA== BY ==912-hold-trailer-record==
            ==CT-REPLACE-PARA== BY ==913-replace-trailer-entry==
            ==CT-WRITE-PARA== BY ==914-write-trailer-entry==
            ==CT-BUILD-PARA== BY ==915-build-trailer-record==
            ==CT-HASH-PARA== BY ==920-fold-hash-record==
            ==CT-FOLD-PARA== BY ==921-fold-one-char==.
