      *****************************************************************
      * REFERENCE-MASTER TABLE MAINTENANCE                            *
      *                                                               *
      * TVMPARM got a proper editor; MOTORLIB, FUELTYPE, PLANTMAST,   *
      * HAFBAND, FUELHDD, BATCHCTL, METERMAST, PLANTPROF, SCORPARM,   *
      * PERMITS, GLMAP, BATCHWIN, and HOLIDAYS were still built       *
      * column-perfect in a text editor.  This one maintenance        *
      * program knows each of those layouts, presents records as      *
      * labeled validated fields (heating values positive, band edges *
      * ascending, BATCHCTL step programs drawn from the suite's      *
      * PROGRAM-ID list), prints a before/after change slip to        *
      * TABLESLIP the way TVMPARMED prints TVMPARMSLIP, stamps every  *
      * change to UTILAUDIT, and restamps the file's CTLTRLR control  *
      * trailer on save so FILECHK's step-zero check accepts the      *
      * maintained file.                                              *
      *                                                               *
      * FUELTYPE, MOTORLIB, PERMITS, and GLMAP keep effective-dated   *
      * versions: a change given a new effective date goes in beside  *
      * the version it supersedes, and the version history of any key *
      * lists oldest first with the one in force today marked.  The   *
      * readers pick the version in force on their own transaction or *
      * reporting date -- see VERWS/VERRD.                            *
      *                                                               *
      *****************************************************************


      * Which layout is under the knife.
       01 layout-in             pic x(2).
       01 layout-choice         pic 99 value zero.
           88 edit-motorlib            value 1.
           88 edit-fueltype            value 2.
           88 edit-plantmast           value 3.
           88 edit-hafband             value 4.
           88 edit-fuelhdd             value 5.
           88 edit-batchctl            value 6.
           88 edit-metermast           value 7.
           88 edit-plantprof           value 8.
           88 edit-scorparm            value 9.
           88 edit-permits             value 10.
           88 edit-glmap               value 11.
           88 edit-batchwin            value 12.
           88 edit-holidays            value 13.
           88 versioned-layout         value 1 2 10 11.

      * The file's records, held raw and re-parsed per layout.
       01 rec-count             pic 9(3) value zero.
           05 ml-poles          pic x(2).
           05 ml-std            pic x(6).
           05 ml-prem           pic x(6).
           05 ml-eff-date       pic x(8).
           05 filler            pic x(32).
       01 fueltype-parsed redefines work-line.
           05 fl-code           pic x(2).
           05 fl-name           pic x(12).
           05 fl-heat           pic x(8).
           05 fl-co2            pic x(8).
           05 fl-nox            pic x(8).
           05 fl-dewpt          pic x(2).
           05 fl-eff-date       pic x(8).
           05 filler            pic x(12).
       01 plant-parsed redefines work-line.
           05 pm-code           pic x(4).
           05 pm-name           pic x(24).
           05 bc-desc           pic x(29).
           05 bc-pred           pic x(10).
           05 bc-cond           pic x.
           05 bc-freq           pic x.
           05 bc-freq-parm      pic x(7).
           05 bc-hol-rule       pic x.
       01 metermast-parsed redefines work-line.
           05 mm-plant          pic x(4).
           05 mm-meter          pic x(10).
           05 mm-commodity      pic x.
           05 mm-fuel           pic x(2).
           05 mm-desc           pic x(20).
           05 filler            pic x(23).
       01 plantprof-parsed redefines work-line.
           05 pp-plant          pic x(4).
           05 pp-area           pic x(9).
           05 pp-type           pic x(8).
           05 pp-shifts         pic x.
           05 pp-year           pic x(4).
           05 filler            pic x(34).
       01 scorparm-parsed redefines work-line.
           05 sp-measure        pic x(8).
           05 sp-green          pic x(8).
           05 sp-amber          pic x(8).
           05 filler            pic x(36).
       01 permits-parsed redefines work-line.
           05 pt-plant          pic x(4).
           05 pt-pollutant      pic x(4).
           05 pt-limit          pic x(10).
           05 pt-eff-date       pic x(8).
           05 filler            pic x(34).
       01 glmap-parsed redefines work-line.
           05 gm-pgm            pic x(10).
           05 gm-plant          pic x(4).
           05 gm-type           pic x(10).
           05 gm-dr-acct        pic x(8).
           05 gm-dr-cc          pic x(4).
           05 gm-cr-acct        pic x(8).
           05 gm-cr-cc          pic x(4).
           05 gm-eff-date       pic x(8).
           05 filler            pic x(4).
       01 batchwin-parsed redefines work-line.
           05 bw-end-time       pic x(4).
           05 bw-over-pct       pic x(3).
           05 filler            pic x(53).
       01 holidays-parsed redefines work-line.
           05 ho-date           pic x(8).
           05 ho-desc           pic x(22).
           05 filler            pic x(30).

      * Record lengths per layout, so the file writes back at its
      * own width.
       01 layout-length         pic 99.

      * Where an effective-dated layout keeps its key and its
      * effective date, so one set of version paragraphs serves all
      * four.
       01 key-length            pic 99.
       01 eff-date-pos          pic 99.
       01 eff-date-in           pic x(8).
       01 probe-key             pic x(24).
       01 probe-date            pic x(8).
       01 dup-pick              pic 9(3).
       01 in-force-date         pic x(8).
       01 in-force-flag         pic x.
           88 in-force-found           value "Y".
       01 history-done-flag     pic x.
           88 history-done             value "Y".
       01 history-last          pic x(11).
       01 history-next.
           05 hn-date           pic x(8).
           05 hn-idx            pic 9(3).
       01 history-probe.
           05 hp-date           pic x(8).
           05 hp-idx            pic 9(3).
       01 version-word          pic x(10).
       01 version-date-out      pic x(8).

      * The suite's PROGRAM-ID list, for BATCHCTL's step and
      * predecessor columns.
       01 program-id-list.
           05 filler pic x(10) value "MVREPORT".
           05 filler pic x(10) value "GLEXTRCT".
           05 filler pic x(10) value "DRIFTRPT".
           05 filler pic x(10) value "PMDUE".
           05 filler pic x(10) value "DWEXTRCT".
           05 filler pic x(10) value "BATCHTRD".
           05 filler pic x(10) value "ALERTAGE".
           05 filler pic x(10) value "FISCRPT".
           05 filler pic x(10) value "DEPRSKED".
       01 program-ids redefines program-id-list.
           05 known-pgm occurs 26 times pic x(10).
       01 known-pgm-count       pic 99 value 26.
       01 known-pgm-idx         pic 99.
       01 pgm-ok-flag           pic x.
       01 probe-pgm             pic x(10).
       01 pick-num              pic 9(3).
       01 value-in              pic x(30).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 dewpt-fmt             pic 99.
       01 over-pct-fmt          pic 9(3).
       01 day-fmt               pic 99.
       01 weekday-probe         pic x(7).
       01 year-limit            pic 9(4).
       01 prior-value           pic s9(9)v9(4) USAGE COMP.
       01 changed-flag          pic x value "N".
           88 table-changed            value "Y".
           display " 4 --- HAFBAND   (amateur band plan)"
           display " 5 --- FUELHDD   (degree-day periods)"
           display " 6 --- BATCHCTL  (batch window steps)"
           display " 7 --- METERMAST (utility meters and commodities)"
           display " 8 --- PLANTPROF (plant facility profiles)"
           display " 9 --- SCORPARM  (scorecard status thresholds)"
           display "10 --- PERMITS   (air-permit limits)"
           display "11 --- GLMAP     (general-ledger account map)"
           display "12 --- BATCHWIN  (batch window end and overrun %)"
           display "13 --- HOLIDAYS  (holidays for the run calendar)"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept layout-in
              when edit-motorlib
                 move "MOTORLIB" to table-file-name
                 move 30 to layout-length
                 move 8 to key-length
                 move 21 to eff-date-pos
              when edit-fueltype
                 move "FUELTYPE" to table-file-name
                 move 48 to layout-length
                 move 2 to key-length
                 move 41 to eff-date-pos
              when edit-plantmast
                 move "PLANTMAST" to table-file-name
                 move 30 to layout-length
              when edit-batchctl
                 move "BATCHCTL" to table-file-name
                 move 60 to layout-length
              when edit-metermast
                 move "METERMAST" to table-file-name
                 move 40 to layout-length
              when edit-plantprof
                 move "PLANTPROF" to table-file-name
                 move 40 to layout-length
              when edit-scorparm
                 move "SCORPARM" to table-file-name
                 move 30 to layout-length
              when edit-permits
                 move "PERMITS" to table-file-name
                 move 30 to layout-length
                 move 8 to key-length
                 move 19 to eff-date-pos
              when edit-glmap
                 move "GLMAP" to table-file-name
                 move 60 to layout-length
                 move 24 to key-length
                 move 49 to eff-date-pos
              when edit-batchwin
                 move "BATCHWIN" to table-file-name
                 move 30 to layout-length
              when edit-holidays
                 move "HOLIDAYS" to table-file-name
                 move 30 to layout-length
              when other
                 move zero to layout-choice
           end-evaluate.
           display " 2 --- Add a record"
           display " 3 --- Change a record"
           display " 4 --- Delete a record"
           if versioned-layout
              display " 5 --- Version history for a key"
           end-if
           display " 0 --- Save and exit"
           display "Select: " with no advancing
           accept menu-in
                             400-change-exit
              when "4" perform 500-delete-record thru
                             500-delete-exit
              when "5"
                   if versioned-layout
                      perform 800-version-history thru
                              800-history-exit
                   else
                      display "Please select 0 through 4."
                   end-if
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
              when edit-motorlib
                 display rec-idx ". HP " ml-hp " POLES " ml-poles
                         " STD% " ml-std " PREM% " ml-prem
                         " EFF " ml-eff-date
              when edit-fueltype
                 display rec-idx ". " fl-code " " fl-name
                         " HEAT " fl-heat " CO2 " fl-co2
                         " NOX " fl-nox " FLOOR " fl-dewpt
                         " EFF " fl-eff-date
              when edit-plantmast
                 display rec-idx ". " pm-code " " pm-name
              when edit-hafband
                         hd-actual " NORMAL " hd-normal
              when edit-batchctl
                 display rec-idx ". " bc-pgm " ON-ERR " bc-on-error
                         " PRED " bc-pred " COND " bc-cond " FREQ "
                         bc-freq " " bc-freq-parm " HOL " bc-hol-rule
                         " " bc-desc
              when edit-metermast
                 display rec-idx ". " mm-plant " " mm-meter " "
                         mm-commodity " FUEL " mm-fuel " " mm-desc
              when edit-plantprof
                 display rec-idx ". " pp-plant " SQFT " pp-area
                         " TYPE " pp-type " SHIFTS " pp-shifts
                         " BUILT " pp-year
              when edit-scorparm
                 display rec-idx ". " sp-measure " GREEN " sp-green
                         " AMBER " sp-amber
              when edit-permits
                 display rec-idx ". " pt-plant " " pt-pollutant
                         " LIMIT " pt-limit " EFF " pt-eff-date
              when edit-glmap
                 display rec-idx ". " gm-pgm " " gm-plant " "
                         gm-type " DR " gm-dr-acct "/" gm-dr-cc
                         " CR " gm-cr-acct "/" gm-cr-cc
                         " EFF " gm-eff-date
              when edit-batchwin
                 display rec-idx ". END " bw-end-time " OVERRUN% "
                         bw-over-pct
              when edit-holidays
                 display rec-idx ". " ho-date " " ho-desc
           end-evaluate.

       300-add-record.
              go to 300-add-exit
           end-if
           move spaces to work-line
           move spaces to before-line
           move zero to pick-num
           move "ADD" to slip-action
           perform 600-fields-entry thru 600-fields-exit
           if field-rejected
              go to 300-add-exit
           add 1 to rec-count
           move work-line to rt-line(rec-count)
           move "Y" to changed-flag
           perform 700-write-change-slip thru 700-slip-exit
           display "Record added.".
       300-add-exit.
           move rt-line(pick-num) to work-line
           move rt-line(pick-num) to before-line
           perform 220-disp-parsed-record
           move "CHANGE" to slip-action
           perform 600-fields-entry thru 600-fields-exit
           if field-rejected
              go to 400-change-exit
           end-if

      * A new effective date files a new version beside the one it
      * supersedes; the same date corrects the record in place.
           if versioned-layout and
              work-line(eff-date-pos:8) NOT EQUAL TO
              before-line(eff-date-pos:8)
              if rec-count EQUAL TO max-records
                 display "Table is full -- no room for the new"
                         " version."
                 go to 400-change-exit
              end-if
              add 1 to rec-count
              move work-line to rt-line(rec-count)
              move "Y" to changed-flag
              move "NEWVER" to slip-action
              perform 700-write-change-slip thru 700-slip-exit
              display "New version added as record " rec-count
                      "; the earlier version is kept."
              go to 400-change-exit
           end-if
           move work-line to rt-line(pick-num)
           move "Y" to changed-flag
           move "CHANGE" to slip-action
      * BATCHCTL programs drawn from the suite's PROGRAM-ID list).
       600-fields-entry.
           move "N" to field-bad-flag
           if edit-batchwin and slip-action EQUAL TO "ADD" and
              rec-count > zero
              display "BATCHWIN holds one line -- change record 1."
              move "Y" to field-bad-flag
              go to 600-fields-exit
           end-if
           evaluate true
              when edit-motorlib
                 perform 610-motorlib-entry thru 610-ml-exit
                 perform 650-fuelhdd-entry thru 650-hd-exit
              when edit-batchctl
                 perform 660-batchctl-entry thru 660-bc-exit
                 if NOT field-rejected
                    perform 665-run-calendar-entry thru 665-rc-exit
                 end-if
              when edit-metermast
                 perform 680-metermast-entry thru 680-mm-exit
              when edit-plantprof
                 perform 690-plantprof-entry thru 690-pp-exit
              when edit-scorparm
                 perform 695-scorparm-entry thru 695-sp-exit
              when edit-permits
                 perform 697-permits-entry thru 697-pt-exit
              when edit-glmap
                 perform 698-glmap-entry thru 698-gm-exit
              when edit-batchwin
                 perform 699-batchwin-entry thru 699-bw-exit
              when edit-holidays
                 perform 696-holidays-entry thru 696-hl-exit
           end-evaluate
           if versioned-layout and NOT field-rejected
              perform 607-eff-date-entry thru 607-ed-exit
           end-if.
       600-fields-exit.
           exit.

           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in).

      * Every version of a FUELTYPE, MOTORLIB, PERMITS, or GLMAP key
      * carries the date it takes effect -- blank for the version in
      * force from the start.  No two versions of one key may share
      * a date.
       607-eff-date-entry.
           if slip-action EQUAL TO "CHANGE"
              move before-line(eff-date-pos:8) to eff-date-in
              display "Effective date (YYYYMMDD; blank corrects this"
              display "version in place, a new date files a new"
                      " version): " with no advancing
           else
              move spaces to eff-date-in
              display "Effective date (YYYYMMDD, blank for the"
                      " original version): " with no advancing
           end-if
           accept value-in
           if value-in(1:8) NOT EQUAL TO spaces
              if value-in(1:8) NOT NUMERIC
                 display "Date must be numeric YYYYMMDD."
                 move "Y" to field-bad-flag
                 go to 607-ed-exit
              end-if
              if function test-date-yyyymmdd(function numval(
                 value-in(1:8))) NOT EQUAL TO zero
                 display "That is not a calendar date."
                 move "Y" to field-bad-flag
                 go to 607-ed-exit
              end-if
              move value-in(1:8) to eff-date-in
           end-if
           move eff-date-in to work-line(eff-date-pos:8)

           move function upper-case(work-line(1:key-length))
                to probe-key
           move eff-date-in to probe-date
           move zero to dup-pick
           perform 608-test-duplicate-version
                   varying rec-idx from 1 by 1
                   until rec-idx > rec-count
           if dup-pick NOT EQUAL TO zero
              display "Record " dup-pick " already holds the version"
                      " of that key with that effective date."
              move "Y" to field-bad-flag
           end-if.
       607-ed-exit.
           exit.

       608-test-duplicate-version.
           if rec-idx NOT EQUAL TO pick-num and
              function upper-case(rt-line(rec-idx)(1:key-length))
                 EQUAL TO probe-key and
              rt-line(rec-idx)(eff-date-pos:8) EQUAL TO probe-date
              move rec-idx to dup-pick
           end-if.

       610-motorlib-entry.
           display "Horsepower (> 0): " with no advancing
           perform 605-numeric-field-entry
              move "Y" to field-bad-flag
              go to 620-ft-exit
           end-if
           move value-in(1:8) to fl-nox

      * The lowest stack temperature the fuel's acid dew point
      * allows, in tens of degrees F (25 = 250 F); blank leaves the
      * economizer calculator's default.
           display "Acid-dewpoint stack floor, tens of deg F (blank"
                   " for none): " with no advancing
           perform 605-numeric-field-entry
           if value-in EQUAL TO spaces
              move spaces to fl-dewpt
              go to 620-ft-exit
           end-if
           if entry-value < 10 or entry-value > 60
              display "The floor is 10-60 (100-600 deg F)."
              move "Y" to field-bad-flag
              go to 620-ft-exit
           end-if
           move entry-value to dewpt-fmt
           move dewpt-fmt to fl-dewpt.
       620-ft-exit.
           exit.

       660-bc-exit.
           exit.

      * The step's run calendar, as BATCHRUN reads it: how often it
      * runs (the weekday list is digits, 1 for Monday through 7 for
      * Sunday) and what becomes of a night that falls on a weekend
      * or a HOLIDAYS date -- run anyway, skip it, or run on the
      * business day before or after.
       665-run-calendar-entry.
           display "Runs -- N nightly, W on weekdays, M on a day of"
           display "the month, L last business day, P fiscal"
           display "period-end, Y fiscal year-end (N/W/M/L/P/Y): "
                   with no advancing
           accept value-in
           move function upper-case(value-in(1:1)) to bc-freq
           move spaces to bc-freq-parm
           evaluate bc-freq
              when "W"
                 display "Weekdays it runs, 1=Mon through 7=Sun"
                 display "(e.g. 135): " with no advancing
                 accept value-in
                 move value-in(1:7) to weekday-probe
                 inspect weekday-probe converting "1234567"
                         to spaces
                 if value-in(1:7) EQUAL TO spaces or
                    weekday-probe NOT EQUAL TO spaces
                    display "The weekdays are digits 1 through 7."
                    move "Y" to field-bad-flag
                    go to 665-rc-exit
                 end-if
                 move value-in(1:7) to bc-freq-parm
              when "M"
                 display "Day of the month (1-31; past the month's"
                 display "end runs on its last day): "
                         with no advancing
                 perform 605-numeric-field-entry
                 if entry-value < 1 or entry-value > 31
                    display "The day must be 1-31."
                    move "Y" to field-bad-flag
                    go to 665-rc-exit
                 end-if
                 move entry-value to day-fmt
                 move day-fmt to bc-freq-parm
              when "L"
                 continue
              when "P"
                 display "Runs on each FISCALCAL period's end date."
              when "Y"
                 display "Runs on the end date of FISCALCAL period 12."
              when other
                 move "N" to bc-freq
           end-evaluate

           display "On a weekend or HOLIDAYS date -- run anyway"
           display "(blank), Skip it (S), or run the business day"
           display "Before (B) or After (A)? " with no advancing
           accept value-in
           move function upper-case(value-in(1:1)) to bc-hol-rule
           if bc-hol-rule NOT EQUAL TO "S" and
              bc-hol-rule NOT EQUAL TO "B" and
              bc-hol-rule NOT EQUAL TO "A"
              move space to bc-hol-rule
           end-if.
       665-rc-exit.
           exit.

       670-check-known-program.
           move "N" to pgm-ok-flag
           perform 671-test-one-known-pgm
              move "Y" to pgm-ok-flag
           end-if.

      * A meter's commodity decides how the bill audit prices it --
      * Electric through RATESCHED, Gas through FUELTARIFF -- and
      * the fuel code carries the FUELTYPE heating value for the
      * kBtu conversions.
       680-metermast-entry.
           display "Plant code (4 characters): " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:4) EQUAL TO spaces
              display "A meter needs a plant."
              move "Y" to field-bad-flag
              go to 680-mm-exit
           end-if
           move value-in(1:4) to mm-plant

           display "Meter (as keyed on BILLLOG): " with no advancing
           accept value-in
           if value-in(1:10) EQUAL TO spaces
              display "A meter needs an identifier."
              move "Y" to field-bad-flag
              go to 680-mm-exit
           end-if
           move value-in(1:10) to mm-meter

           display "Commodity -- Electric, Gas, Oil, Water, or"
           display "Steam? (E/G/O/W/S): " with no advancing
           accept value-in
           move function upper-case(value-in(1:1)) to mm-commodity
           if mm-commodity NOT EQUAL TO "E" and
              mm-commodity NOT EQUAL TO "G" and
              mm-commodity NOT EQUAL TO "O" and
              mm-commodity NOT EQUAL TO "W" and
              mm-commodity NOT EQUAL TO "S"
              display "Commodity must be E, G, O, W, or S."
              move "Y" to field-bad-flag
              go to 680-mm-exit
           end-if

           display "FUELTYPE code (blank for electric/water): "
                   with no advancing
           accept value-in
           move function upper-case(value-in(1:2)) to mm-fuel
           if (mm-commodity EQUAL TO "G" or
               mm-commodity EQUAL TO "O") and
              mm-fuel EQUAL TO spaces
              display "A fuel meter needs its FUELTYPE code."
              move "Y" to field-bad-flag
              go to 680-mm-exit
           end-if

           display "Description: " with no advancing
           accept value-in
           move value-in(1:20) to mm-desc.
       680-mm-exit.
           exit.

      * A plant's facility profile -- the floor area the EUI report
      * divides by, and the building type that sets its peer group.
       690-plantprof-entry.
           display "Plant code (4 characters): " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:4) EQUAL TO spaces
              display "A profile needs a plant."
              move "Y" to field-bad-flag
              go to 690-pp-exit
           end-if
           move value-in(1:4) to pp-plant

           display "Conditioned floor area, square feet (> 0): "
                   with no advancing
           perform 605-numeric-field-entry
           if entry-value NOT GREATER THAN zero or
              entry-value > 999999999
              display "Floor area must be 1-999999999 square feet."
              move "Y" to field-bad-flag
              go to 690-pp-exit
           end-if
           move value-in(1:9) to pp-area

           display "Building type (OFFICE, WAREHSE, MFG, LAB ...): "
                   with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:8) EQUAL TO spaces
              display "A profile needs a building type."
              move "Y" to field-bad-flag
              go to 690-pp-exit
           end-if
           move value-in(1:8) to pp-type

           display "Operating shifts (1, 2, or 3): " with no advancing
           perform 605-numeric-field-entry
           if entry-value NOT EQUAL TO 1 and
              entry-value NOT EQUAL TO 2 and
              entry-value NOT EQUAL TO 3
              display "Shifts must be 1, 2, or 3."
              move "Y" to field-bad-flag
              go to 690-pp-exit
           end-if
           move value-in(1:1) to pp-shifts

           display "Year built (YYYY): " with no advancing
           perform 605-numeric-field-entry
           compute year-limit = todays-date / 10000
           if entry-value < 1800 or entry-value > year-limit
              display "Year built must be 1800 through this year."
              move "Y" to field-bad-flag
              go to 690-pp-exit
           end-if
           move value-in(1:4) to pp-year.
       690-pp-exit.
           exit.

      * A scorecard threshold.  SPEND (percent change on last
      * year), PERMIT (percent of limit), WOOPEN and WOOVER (order
      * counts), and LOSSES (dollars a year) are lower-is-better, so
      * AMBER may not sit below GREEN; GOAL (percent of pace) and
      * MVREAL (percent realized) are higher-is-better, so AMBER may
      * not sit above GREEN.  WODAYS carries the overdue age in
      * days in the GREEN column alone.
       695-scorparm-entry.
           display "Measure (SPEND, GOAL, MVREAL, PERMIT, WOOPEN,"
           display "WOOVER, LOSSES, WODAYS): " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           move value-in(1:8) to sp-measure
           if sp-measure NOT EQUAL TO "SPEND" and
              sp-measure NOT EQUAL TO "GOAL" and
              sp-measure NOT EQUAL TO "MVREAL" and
              sp-measure NOT EQUAL TO "PERMIT" and
              sp-measure NOT EQUAL TO "WOOPEN" and
              sp-measure NOT EQUAL TO "WOOVER" and
              sp-measure NOT EQUAL TO "LOSSES" and
              sp-measure NOT EQUAL TO "WODAYS"
              display "Not a scorecard measure."
              move "Y" to field-bad-flag
              go to 695-sp-exit
           end-if

           if sp-measure EQUAL TO "WODAYS"
              display "Days open before an order is overdue (1-999): "
                      with no advancing
              perform 605-numeric-field-entry
              if entry-value < 1 or entry-value > 999
                 display "The overdue age must be 1-999 days."
                 move "Y" to field-bad-flag
                 go to 695-sp-exit
              end-if
              move value-in(1:8) to sp-green
              move value-in(1:8) to sp-amber
              go to 695-sp-exit
           end-if

           display "GREEN threshold (>= 0): " with no advancing
           perform 605-numeric-field-entry
           if entry-value < zero or entry-value > 9999999
              display "Thresholds must be 0-9999999."
              move "Y" to field-bad-flag
              go to 695-sp-exit
           end-if
           move entry-value to prior-value
           move value-in(1:8) to sp-green

           display "AMBER threshold (>= 0): " with no advancing
           perform 605-numeric-field-entry
           if entry-value < zero or entry-value > 9999999
              display "Thresholds must be 0-9999999."
              move "Y" to field-bad-flag
              go to 695-sp-exit
           end-if
           if (sp-measure EQUAL TO "GOAL" or
               sp-measure EQUAL TO "MVREAL") and
              entry-value > prior-value
              display "For " function trim(sp-measure)
                      " higher is better -- AMBER may not exceed"
                      " GREEN."
              move "Y" to field-bad-flag
              go to 695-sp-exit
           end-if
           if sp-measure NOT EQUAL TO "GOAL" and
              sp-measure NOT EQUAL TO "MVREAL" and
              entry-value < prior-value
              display "For " function trim(sp-measure)
                      " lower is better -- AMBER may not fall below"
                      " GREEN."
              move "Y" to field-bad-flag
              go to 695-sp-exit
           end-if
           move value-in(1:8) to sp-amber.
       695-sp-exit.
           exit.

      * An air-permit limit: plant, pollutant (CO2 or NOX, the two
      * EMISSINV and SCORECRD inventory), and the tonnes a year the
      * permit allows.
       697-permits-entry.
           display "Plant code (4 characters): " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:4) EQUAL TO spaces
              display "A permit needs a plant."
              move "Y" to field-bad-flag
              go to 697-pt-exit
           end-if
           move value-in(1:4) to pt-plant

           display "Pollutant (CO2 or NOX): " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:4) NOT EQUAL TO "CO2" and
              value-in(1:4) NOT EQUAL TO "NOX"
              display "The pollutant is CO2 or NOX."
              move "Y" to field-bad-flag
              go to 697-pt-exit
           end-if
           move value-in(1:4) to pt-pollutant

           display "Permitted tonnes per year (> 0): "
                   with no advancing
           perform 605-numeric-field-entry
           if entry-value NOT GREATER THAN zero or
              entry-value > 9999999
              display "The limit must be 1-9999999 tonnes."
              move "Y" to field-bad-flag
              go to 697-pt-exit
           end-if
           move value-in(1:10) to pt-limit.
       697-pt-exit.
           exit.

      * A general-ledger mapping: the posting program and entry type
      * it answers for, the plant (**** for every plant), and the
      * debit and credit account and cost center GLEXTRCT, SUBMCHG,
      * and ASSETREG journal to.
       698-glmap-entry.
           display "Posting program (AFFINITY, SUBMCHG, PROJSETTLE"
                   " ...): " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:10) EQUAL TO spaces
              display "A mapping needs a posting program."
              move "Y" to field-bad-flag
              go to 698-gm-exit
           end-if
           move value-in(1:10) to gm-pgm

           display "Plant code (blank or **** for every plant): "
                   with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:4) EQUAL TO spaces
              move "****" to value-in
           end-if
           move value-in(1:4) to gm-plant

           display "Entry type (SAV$, SPEND, HOUSE, SETTLE ...): "
                   with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:10) EQUAL TO spaces
              display "A mapping needs an entry type."
              move "Y" to field-bad-flag
              go to 698-gm-exit
           end-if
           move value-in(1:10) to gm-type

           display "Debit account: " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:8) EQUAL TO spaces
              display "A mapping needs a debit account."
              move "Y" to field-bad-flag
              go to 698-gm-exit
           end-if
           move value-in(1:8) to gm-dr-acct

           display "Debit cost center: " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           move value-in(1:4) to gm-dr-cc

           display "Credit account: " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           if value-in(1:8) EQUAL TO spaces
              display "A mapping needs a credit account."
              move "Y" to field-bad-flag
              go to 698-gm-exit
           end-if
           move value-in(1:8) to gm-cr-acct

           display "Credit cost center: " with no advancing
           accept value-in
           move function upper-case(value-in) to value-in
           move value-in(1:4) to gm-cr-cc.
       698-gm-exit.
           exit.

      * The batch window's one parameter line: the time BATCHRUN's
      * window must be finished by (the morning after, for a window
      * that opens in the evening) and the percentage over its own
      * 30-night average at which BATCHTRD flags a step.
       699-batchwin-entry.
           display "Allowed end time (HHMM, 24-hour): "
                   with no advancing
           accept value-in
           if value-in(1:4) NOT NUMERIC or
              value-in(1:2) > "23" or value-in(3:2) > "59"
              display "The end time is HHMM, 0000 through 2359."
              move "Y" to field-bad-flag
              go to 699-bw-exit
           end-if
           move value-in(1:4) to bw-end-time

           display "Flag a step over its average by more than"
           display "what percent (1-999): " with no advancing
           perform 605-numeric-field-entry
           if entry-value < 1 or entry-value > 999
              display "The percentage must be 1-999."
              move "Y" to field-bad-flag
              go to 699-bw-exit
           end-if
           move entry-value to over-pct-fmt
           move over-pct-fmt to bw-over-pct.
       699-bw-exit.
           exit.

      * A holiday BATCHRUN's run calendar treats as no business
      * day: the date and what it is.
       696-holidays-entry.
           display "Holiday date (YYYYMMDD): " with no advancing
           accept value-in
           if value-in(1:8) NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              move "Y" to field-bad-flag
              go to 696-hl-exit
           end-if
           if function test-date-yyyymmdd(function numval(
              value-in(1:8))) NOT EQUAL TO zero
              display "That is not a calendar date."
              move "Y" to field-bad-flag
              go to 696-hl-exit
           end-if
           move value-in(1:8) to ho-date

           display "Description: " with no advancing
           accept value-in
           move value-in(1:22) to ho-desc.
       696-hl-exit.
           exit.

      * Before/after change slip, appended to TABLESLIP so the
      * whole history of reference-master edits reads in order --
      * the TVMPARMSLIP convention.
           move table-record to ctl-hash-record
           perform 920-fold-hash-record
           write table-record.

      * Every version of one key, oldest first, with the one in
      * force today marked and any filed ahead of its date shown as
      * pending.
       800-version-history.
           perform 410-record-number-pick thru 410-pick-num-exit
           if pick-num EQUAL TO zero
              go to 800-history-exit
           end-if
           move function upper-case(rt-line(pick-num)(1:key-length))
                to probe-key

           move "N" to in-force-flag
           move spaces to in-force-date
           perform 810-test-in-force
                   varying rec-idx from 1 by 1
                   until rec-idx > rec-count

           display spaces
           display "Versions of record " pick-num "'s key, oldest"
                   " first:"
           move low-values to history-last
           move "N" to history-done-flag
           perform 820-show-next-version thru 820-show-exit
                   until history-done.
       800-history-exit.
           exit.

      * The version in force today: the latest effective date not
      * after today -- the date the readers' own pick would use.
       810-test-in-force.
           if function upper-case(rt-line(rec-idx)(1:key-length))
                 EQUAL TO probe-key and
              rt-line(rec-idx)(eff-date-pos:8) NOT GREATER THAN
                 todays-date-stamp(1:8)
              if NOT in-force-found or
                 rt-line(rec-idx)(eff-date-pos:8) GREATER THAN
                 in-force-date
                 move "Y" to in-force-flag
                 move rt-line(rec-idx)(eff-date-pos:8)
                      to in-force-date
              end-if
           end-if.

      * Each pass shows the next version up in date (record number
      * breaking a tie) from the one last shown.
       820-show-next-version.
           move high-values to history-next
           perform 830-test-next-version
                   varying rec-idx from 1 by 1
                   until rec-idx > rec-count
           if history-next EQUAL TO high-values
              move "Y" to history-done-flag
              go to 820-show-exit
           end-if
           move history-next to history-last
           move hn-idx to rec-idx
           move rt-line(rec-idx) to work-line

           evaluate true
              when hn-date GREATER THAN todays-date-stamp(1:8)
                 move "PENDING" to version-word
              when in-force-found and hn-date EQUAL TO in-force-date
                 move "IN FORCE" to version-word
              when other
                 move "SUPERSEDED" to version-word
           end-evaluate
           if hn-date EQUAL TO spaces
              move "ORIGINAL" to version-date-out
           else
              move hn-date to version-date-out
           end-if
           display "  " version-word " effective " version-date-out
           perform 220-disp-parsed-record.
       820-show-exit.
           exit.

       830-test-next-version.
           if function upper-case(rt-line(rec-idx)(1:key-length))
                 EQUAL TO probe-key
              move rt-line(rec-idx)(eff-date-pos:8) to hp-date
              move rec-idx to hp-idx
              if history-probe GREATER THAN history-last and
                 history-probe LESS THAN history-next
                 move history-probe to history-next
              end-if
           end-if.
