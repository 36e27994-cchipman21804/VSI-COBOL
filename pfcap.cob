      *****************************************************************
      * POWER-FACTOR PENALTY ANALYSIS AND CAPACITOR SIZING            *
      *                                                               *
      * BILLLOG now carries each electric bill's kVARh, power factor, *
      * and power-factor or kVAR penalty.  This program sizes the     *
      * capacitor bank that would bring a meter from its existing     *
      * power factor to a target -- kVAR = kW x (tan A1 - tan A2),    *
      * the tangent of each power-factor angle worked as the square   *
      * root of (1 - PF squared) over PF -- with the kW the meter's   *
      * peak billed demand over its last twelve months of bills and   *
      * the existing power factor their lowest, unless keyed.  The    *
      * penalty those twelve months paid (annualized when fewer bills *
      * are on file) is the saving; the bank, rounded up to a         *
      * standard step and priced per kVAR installed, is the first     *
      * cost; and the project can go to FPGCOMP's FPGCOMPSKED as a    *
      * capital alternative the way ECONCALC sends an economizer.     *
      * The plant report lists every meter that paid a penalty in     *
      * the last twelve months, the largest penalty first.            *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   pfcap.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Utility-bill log -- see BILLSEL/BILLFD.
           COPY billsel.

      * FPGCOMP's schedule file, appended to by the capital hand-off
      * -- the layout mirrors FPGCOMP's own schedule reader.
           select fpgcomp-sked-file assign to "FPGCOMPSKED"
                  organization is line sequential
                  file status is fpgsked-status.

           select report-file assign to "PFPRINT"
                  organization is line sequential
                  file status is report-status.

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
       COPY billfd.

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

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

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

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

      * Shared report-writer fields -- see PAGEWS.
       COPY pagews.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Control-trailer fields -- see CTLWS.
       COPY ctlws.
       01 restamp-eof-flag      pic x.
           88 restamp-eof              value "Y".

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

       01 bill-status           pic xx.
       01 bill-eof-flag         pic x value "N".
           88 bill-eof                 value "Y".
       01 fpgsked-status        pic xx.

      * The twelve-month window the penalties are counted over.
       01 cutoff-date           pic 9(8).
       01 cutoff-text           pic x(8).

      * One entry per plant and meter with a bill in the window.
       01 meter-count           pic 9(3) value zero.
       01 meter-idx             pic 9(3).
       01 meter-jdx             pic 9(3).
       01 meter-pick            pic 9(3).
       01 meter-table.
           05 meter-entry occurs 200 times.
               10 mt-plant       pic x(4).
               10 mt-meter       pic x(10).
               10 mt-bills       pic 99.
               10 mt-penalty-bills pic 99.
               10 mt-penalty     pic 9(8)v99.
               10 mt-peak-kw     pic 9(6)v99.
               10 mt-low-pf      pic 999v9.
               10 mt-annual      pic 9(8)v99.
       01 meter-swap            pic x(50).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 bill-kw               pic 9(6)v99.
       01 bill-pf               pic 999v9.
       01 bill-penalty          pic 9(8)v99.

      * Sizing fields.
       01 plant-in              pic x(4).
       01 meter-in              pic x(10).
       01 size-kw               pic 9(6)v99.
       01 existing-pf           pic 999v9.
       01 target-pf             pic 999v9 value 95.0.
       01 pf-fraction           pic 9v9(6).
       01 sine-scaled           pic 9(7)v9(4).
       01 sine-root             pic 9(5)v9(6).
       01 tan-existing          pic 9(3)v9(6).
       01 tan-target            pic 9(3)v9(6).
       01 required-kvar         pic 9(6)v99.
       01 bank-step             pic 999 value 25.
       01 bank-steps            pic 9(5).
       01 bank-kvar             pic 9(6).
       01 cost-per-kvar         pic 9(4)v99 value 60.00.
       01 installed-cost        pic 9(9)v99.
       01 annual-penalty        pic 9(8)v99.
       01 payback-years         pic 999v9.

      * Capital-study hand-off fields -- ECONCALC's.
       01 handoff-yes-no        pic x.
       01 handoff-rate-in       pic x(5).
       01 handoff-term-in       pic x(4).
       01 handoff-rate          pic 99v99.
       01 handoff-term          pic 99.
       01 handoff-cashflow      pic s9(9)v99.
       01 handoff-cash-sked     pic 9(6).9 usage display.
       01 handoff-rate-sked     pic z9.99 usage display.
       01 handoff-term-sked     pic 99 usage display.
       01 handoff-invest-sked   pic 9(6).9 usage display.
       01 handoff-name          pic x(15).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 entry-in              pic x(12).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 report-plant          pic x(4).

      * Displayed-fields.
       01 kw-out                pic zzz,zz9.99.
       01 kw-text               pic 9(6).99.
       01 pf-out                pic zz9.9.
       01 pf-text               pic 999.9.
       01 tgt-text              pic 999.9.
       01 step-out              pic zz9.
       01 kvar-out              pic zzz,zz9.
       01 kvar-text             pic 9(6).
       01 dollars-out           pic $$$,$$$,$$9.99.
       01 dollars-text          pic 9(7).99.
       01 rate-out              pic $$,$$9.99.
       01 years-out             pic zz9.9.
       01 count-out             pic z9.
       01 total-count           pic 9(3).
       01 total-count-out       pic zz9.
       01 total-penalty         pic 9(9)v99.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** POWER-FACTOR PENALTY ANALYSIS BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out
           compute cutoff-date = function date-of-integer(
                   function integer-of-date(todays-date) - 365)
           move cutoff-date to cutoff-text

           perform 110-load-bills thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** POWER-FACTOR PENALTY ANALYSIS ENDS *****"
           display spaces

           move "PFCAP" to audit-trail-pgm
           move "Power-factor session completed."
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

      * Every meter's bills ending inside the twelve-month window,
      * gathered into one entry per plant and meter: bill count,
      * penalty total, peak demand, and lowest power factor.
       110-load-bills.
           move zero to meter-count
           open input bill-file
           if bill-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to bill-eof-flag
           perform 111-read-bill-record
           perform 112-store-bill-record until bill-eof
           close bill-file
           perform 113-annualize-one-meter
                   varying meter-idx from 1 by 1
                   until meter-idx > meter-count.
       110-load-exit.
           exit.

       111-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

       112-store-bill-record.
           if bl-meter NOT EQUAL TO spaces and
              bl-end NOT LESS THAN cutoff-text
              move function upper-case(bl-plant) to bl-plant
              move zero to meter-pick
              perform 112a-test-one-meter
                      varying meter-idx from 1 by 1
                      until meter-idx > meter-count
              if meter-pick EQUAL TO zero and meter-count < 200
                 add 1 to meter-count
                 move meter-count to meter-pick
                 move bl-plant to mt-plant(meter-pick)
                 move bl-meter to mt-meter(meter-pick)
                 move zero to mt-bills(meter-pick)
                 move zero to mt-penalty-bills(meter-pick)
                 move zero to mt-penalty(meter-pick)
                 move zero to mt-peak-kw(meter-pick)
                 move zero to mt-low-pf(meter-pick)
              end-if
              if meter-pick > zero
                 perform 112b-fold-one-bill
              end-if
           end-if
           perform 111-read-bill-record.

       112a-test-one-meter.
           if mt-plant(meter-idx) EQUAL TO bl-plant and
              mt-meter(meter-idx) EQUAL TO bl-meter
              move meter-idx to meter-pick
           end-if.

       112b-fold-one-bill.
           move zero to bill-kw
           move zero to bill-pf
           move zero to bill-penalty
           if bl-demand-in NOT EQUAL TO spaces
              move function lower-case(bl-demand-in) to bl-demand-in
              compute bill-kw = function numval(bl-demand-in)
           end-if
           if bl-pf-in NOT EQUAL TO spaces
              move function lower-case(bl-pf-in) to bl-pf-in
              compute bill-pf = function numval(bl-pf-in)
           end-if
           if bl-penalty-in NOT EQUAL TO spaces
              move function lower-case(bl-penalty-in)
                   to bl-penalty-in
              compute bill-penalty = function numval(bl-penalty-in)
           end-if
           if mt-bills(meter-pick) < 99
              add 1 to mt-bills(meter-pick)
           end-if
           if bill-penalty > zero and mt-penalty-bills(meter-pick) < 99
              add 1 to mt-penalty-bills(meter-pick)
           end-if
           add bill-penalty to mt-penalty(meter-pick)
           if bill-kw > mt-peak-kw(meter-pick)
              move bill-kw to mt-peak-kw(meter-pick)
           end-if
           if bill-pf > zero
              if mt-low-pf(meter-pick) EQUAL TO zero or
                 bill-pf < mt-low-pf(meter-pick)
                 move bill-pf to mt-low-pf(meter-pick)
              end-if
           end-if.

      * A meter with fewer than twelve bills on file has its penalty
      * spread to a year -- monthly bills assumed.
       113-annualize-one-meter.
           if mt-bills(meter-idx) < 12
              compute mt-annual(meter-idx) rounded =
                      mt-penalty(meter-idx) * 12 / mt-bills(meter-idx)
           else
              move mt-penalty(meter-idx) to mt-annual(meter-idx)
           end-if.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Size a capacitor bank for a meter"
           display " 2 --- Plant power-factor penalty report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-size-capacitor thru 200-size-exit
              when "2" perform 400-penalty-report thru 400-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 2."
           end-evaluate.

      * One meter: kW and power factor from its bills or keyed, the
      * bank to reach the target, and what it pays back.
       200-size-capacitor.
           display spaces
           display "Plant code (blank for your stored preference): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-in EQUAL TO spaces
              display "No plant entered."
              go to 200-size-exit
           end-if
           display "Meter (as keyed on BILLLOG): " with no advancing
           accept meter-in
           if meter-in EQUAL TO spaces
              display "No meter entered."
              go to 200-size-exit
           end-if
           move zero to meter-pick
           move plant-in to bl-plant
           move meter-in to bl-meter
           perform 112a-test-one-meter
                   varying meter-idx from 1 by 1
                   until meter-idx > meter-count

           move zero to size-kw
           move zero to existing-pf
           move zero to annual-penalty
           if meter-pick > zero
              move mt-peak-kw(meter-pick) to size-kw
              move mt-low-pf(meter-pick) to existing-pf
              move mt-annual(meter-pick) to annual-penalty
              move mt-bills(meter-pick) to count-out
              move mt-penalty(meter-pick) to dollars-out
              display count-out " bills since " cutoff-text
                      ", penalties " dollars-out
           else
              display "No bills for " meter-in " since " cutoff-text
                      "."
           end-if

           if size-kw > zero
              move size-kw to kw-out
              display "Demand kW (blank for " kw-out
                      ", the peak billed): " with no advancing
           else
              display "Demand kW: " with no advancing
           end-if
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 1000000
                 move entry-value to size-kw
              end-if
           end-if
           if size-kw EQUAL TO zero
              display "The demand must be more than 0 kW."
              go to 200-size-exit
           end-if

           if existing-pf > zero
              move existing-pf to pf-out
              display "Existing power factor percent (blank for "
                      pf-out ", the lowest billed): "
                      with no advancing
           else
              display "Existing power factor percent: "
                      with no advancing
           end-if
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value NOT GREATER THAN
                 100
                 move entry-value to existing-pf
              end-if
           end-if
           if existing-pf EQUAL TO zero
              display "The power factor must be more than 0 and at"
                      " most 100 percent."
              go to 200-size-exit
           end-if

           move target-pf to pf-out
           display "Target power factor percent (blank for " pf-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value NOT GREATER THAN
                 100
                 move entry-value to target-pf
              end-if
           end-if
           if target-pf NOT GREATER THAN existing-pf
              move existing-pf to pf-out
              display "The meter already runs at " pf-out
                      " percent -- no correction needed."
              go to 200-size-exit
           end-if

           move cost-per-kvar to rate-out
           display "Installed cost $ per kVAR (blank for " rate-out
                   "): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value > zero and entry-value < 10000
                 move entry-value to cost-per-kvar
              end-if
           end-if

           if annual-penalty > zero
              move annual-penalty to dollars-out
              display "Annual penalty avoided (blank for "
                      dollars-out "): " with no advancing
           else
              display "Annual penalty avoided: " with no advancing
           end-if
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT LESS THAN zero and
                 entry-value < 100000000
                 move entry-value to annual-penalty
              end-if
           end-if

           perform 220-calculate-bank
           perform 240-report-sizing
           perform 260-post-sizing
           perform 290-offer-fpgcomp-handoff thru 290-handoff-exit.
       200-size-exit.
           exit.

      * tan A = square root of (1 - PF squared) over PF, with PF as
      * a fraction.  The root is taken on the square scaled up by a
      * million and the result scaled back by a thousand, which holds
      * six places through the exponentiation.
       220-calculate-bank.
           compute pf-fraction = existing-pf / 100
           compute sine-scaled =
                   (1 - pf-fraction * pf-fraction) * 1000000
           compute sine-root rounded = sine-scaled ** 0.5
           compute tan-existing rounded =
                   sine-root / 1000 / pf-fraction
           compute pf-fraction = target-pf / 100
           compute sine-scaled =
                   (1 - pf-fraction * pf-fraction) * 1000000
           compute sine-root rounded = sine-scaled ** 0.5
           compute tan-target rounded =
                   sine-root / 1000 / pf-fraction
           compute required-kvar rounded =
                   size-kw * (tan-existing - tan-target)
           compute bank-steps = required-kvar / bank-step
           if bank-steps * bank-step < required-kvar
              add 1 to bank-steps
           end-if
           compute bank-kvar = bank-steps * bank-step
           compute installed-cost rounded = bank-kvar * cost-per-kvar
           move zero to payback-years
           if annual-penalty > zero
              compute payback-years rounded =
                      installed-cost / annual-penalty
                 on size error move 999.9 to payback-years
              end-compute
           end-if.

       240-report-sizing.
           display spaces
           display "Print the sizing to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "CAPACITOR SIZING" to report-title
              move "PFPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "PLANT " plant-in "  METER " meter-in
                  delimited by size into out-line
           perform 280-emit-line
           move spaces to out-line
           perform 280-emit-line
           move size-kw to kw-out
           move spaces to out-line
           string "Demand                   " kw-out " kW"
                  delimited by size into out-line
           perform 280-emit-line
           move existing-pf to pf-out
           move spaces to out-line
           string "Existing power factor        " pf-out " %"
                  delimited by size into out-line
           perform 280-emit-line
           move target-pf to pf-out
           move spaces to out-line
           string "Target power factor          " pf-out " %"
                  delimited by size into out-line
           perform 280-emit-line
           move required-kvar to kw-out
           move spaces to out-line
           string "Correction required      " kw-out " kVAR"
                  delimited by size into out-line
           perform 280-emit-line
           move bank-kvar to kvar-out
           move bank-step to step-out
           move spaces to out-line
           string "Bank to install             " kvar-out " kVAR"
                  " in" step-out "-kVAR steps"
                  delimited by size into out-line
           perform 280-emit-line
           move spaces to out-line
           perform 280-emit-line
           move installed-cost to dollars-out
           move cost-per-kvar to rate-out
           move spaces to out-line
           string "Installed cost       " dollars-out "  at "
                  rate-out "/kVAR"
                  delimited by size into out-line
           perform 280-emit-line
           move annual-penalty to dollars-out
           move spaces to out-line
           string "Penalty avoided      " dollars-out " a year"
                  delimited by size into out-line
           perform 280-emit-line
           move spaces to out-line
           if annual-penalty > zero
              move payback-years to years-out
              string "Simple payback               " years-out
                     " years"
                     delimited by size into out-line
           else
              move "No penalty on file -- nothing pays the bank back."
                   to out-line
           end-if
           perform 280-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Sizing written to PFPRINT."
           end-if.

       260-post-sizing.
           move "PFCAP" to audit-trail-pgm
           move meter-in to rr-tag-ws
           move size-kw to kw-text
           move existing-pf to pf-text
           move target-pf to tgt-text
           move spaces to rr-inputs-ws
           string "KW=" kw-text " PF=" pf-text " TGT=" tgt-text
                  delimited by size into rr-inputs-ws
           move bank-kvar to kvar-text
           move annual-penalty to dollars-text
           move spaces to rr-result-ws
           string "KVAR=" kvar-text " PEN$=" dollars-text
                  delimited by size into rr-result-ws
           perform 168-write-results-repo

           move spaces to audit-trail-detail
           string "PLANT=" plant-in " METER=" meter-in
                  " Capacitor bank sized."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.

      * Capital-study hand-off -- the ECONCALC arrangement: the
      * annual penalty avoided goes to FPGCOMPSKED as a type-A (level
      * annual cash flow) alternative named from the meter, with the
      * installed bank as its first cost, and rate and term prompted
      * here.
       290-offer-fpgcomp-handoff.
           move annual-penalty to handoff-cashflow
           if handoff-cashflow NOT GREATER THAN zero
              go to 290-handoff-exit
           end-if

      * The schedule cash-flow and first-cost columns are 8
      * characters (999999.9 at most) -- refuse to truncate.
           if handoff-cashflow > 999999.9
              display "Annual saving exceeds the schedule layout --"
              display "enter the alternative in FPGCOMP directly."
              go to 290-handoff-exit
           end-if

           display spaces
           display "Write this capacitor bank to the FPGCOMP capital"
           display "schedule (FPGCOMPSKED)? (Y/N): " with no advancing
           accept handoff-yes-no
           move function upper-case(handoff-yes-no) to handoff-yes-no
           if handoff-yes-no NOT EQUAL TO "Y"
              go to 290-handoff-exit
           end-if

           perform 291-handoff-rate-entry
           perform 292-handoff-term-entry

           move spaces to handoff-name
           string "PFC-" meter-in
                  delimited by size into handoff-name
           move spaces to fpgcomp-sked-record
           move handoff-name     to fpgsked-name
           move "A"              to fpgsked-type
           move handoff-cashflow to handoff-cash-sked
           move handoff-cash-sked to fpgsked-cashflow
           move handoff-rate     to handoff-rate-sked
           move handoff-rate-sked to fpgsked-interest
           move handoff-term     to handoff-term-sked
           move handoff-term-sked to fpgsked-term
           if installed-cost > 999999.9
              display "First cost exceeds the schedule layout -- the"
              display "record goes out without it."
           else
              move installed-cost to handoff-invest-sked
              move handoff-invest-sked to fpgsked-invest
           end-if

           open extend fpgcomp-sked-file
           if fpgsked-status EQUAL TO "05" OR
              fpgsked-status EQUAL TO "35"
              open output fpgcomp-sked-file
           end-if
           if fpgsked-status NOT EQUAL TO "00"
              display "Unable to open FPGCOMPSKED schedule file."
              go to 290-handoff-exit
           end-if
           write fpgcomp-sked-record
           close fpgcomp-sked-file
           perform 930-restamp-fpgsked-trailer thru
                 930-restamp-exit

           display "Schedule record written to FPGCOMPSKED for "
                   handoff-name "."

           move "PFCAP" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "METER=" meter-in " FPGCOMP schedule rec written."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       290-handoff-exit.
           exit.

       291-handoff-rate-entry.
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
              go to 291-handoff-rate-entry
           end-if.

       292-handoff-term-entry.
           display "Term in years for the capital study: "
                   with no advancing
           accept handoff-term-in
           move function lower-case(handoff-term-in) to handoff-term-in

           if handoff-term-in IS EQUAL TO "zero"
            then go to 999-end-program
           end-if
           compute handoff-term = function numval(handoff-term-in)

           if handoff-term IS EQUAL TO ZERO
            then go to 999-end-program
           end-if

           if handoff-term > 30
              display "Term must be <= 30 years."
              go to 292-handoff-term-entry
           end-if.

      * Every meter that paid a penalty in the window, the largest
      * annual penalty first.
       400-penalty-report.
           display spaces
           display "Plant filter (blank for all): " with no advancing
           accept report-plant
           move function upper-case(report-plant) to report-plant

           move "Y" to swap-flag
           perform 410-sort-pass until NOT swapped

           display "Print the report to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "POWER-FACTOR PENALTIES" to report-title
              move "PFPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "METERS PAYING A POWER-FACTOR PENALTY, BILLS ENDING"
                  " SINCE " cutoff-text
                  delimited by size into out-line
           perform 280-emit-line
           move spaces to out-line
           perform 280-emit-line
           move spaces to out-line
           move "PLNT"           to out-line(1:4)
           move "METER"          to out-line(6:5)
           move "BILLS"          to out-line(18:5)
           move "W/PEN"          to out-line(24:5)
           move "PEAK KW"        to out-line(33:7)
           move "LOW PF"         to out-line(42:6)
           move "PENALTIES"      to out-line(55:9)
           move "A YEAR"         to out-line(73:6)
           perform 280-emit-line
           move zero to total-count
           move zero to total-penalty
           perform 420-print-one-meter
                   varying meter-idx from 1 by 1
                   until meter-idx > meter-count

           move spaces to out-line
           perform 280-emit-line
           move total-count to total-count-out
           move total-penalty to dollars-out
           move spaces to out-line
           string total-count-out " meters paid " dollars-out
                  " in power-factor penalties."
                  delimited by size into out-line
           perform 280-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to PFPRINT."
           end-if.
       400-report-exit.
           exit.

       410-sort-pass.
           move "N" to swap-flag
           perform 411-compare-one-pair
                   varying meter-idx from 1 by 1
                   until meter-idx NOT LESS THAN meter-count.

       411-compare-one-pair.
           compute meter-jdx = meter-idx + 1
           if mt-annual(meter-idx) < mt-annual(meter-jdx)
              move meter-entry(meter-idx) to meter-swap
              move meter-entry(meter-jdx) to meter-entry(meter-idx)
              move meter-swap to meter-entry(meter-jdx)
              move "Y" to swap-flag
           end-if.

       420-print-one-meter.
           if mt-penalty(meter-idx) > zero and
              (report-plant EQUAL TO spaces or
               mt-plant(meter-idx) EQUAL TO report-plant)
              add 1 to total-count
              add mt-penalty(meter-idx) to total-penalty
              move spaces to out-line
              move mt-plant(meter-idx) to out-line(1:4)
              move mt-meter(meter-idx) to out-line(6:10)
              move mt-bills(meter-idx) to count-out
              move count-out to out-line(21:2)
              move mt-penalty-bills(meter-idx) to count-out
              move count-out to out-line(27:2)
              move mt-peak-kw(meter-idx) to kw-out
              move kw-out to out-line(30:10)
              if mt-low-pf(meter-idx) > zero
                 move mt-low-pf(meter-idx) to pf-out
                 move pf-out to out-line(43:5)
              end-if
              move mt-penalty(meter-idx) to dollars-out
              move dollars-out to out-line(50:14)
              move mt-annual(meter-idx) to dollars-out
              move dollars-out to out-line(65:14)
              perform 280-emit-line
           end-if.

       280-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * FPGCOMPSKED's control trailer, recounted and rehashed after
      * the append -- see CTLWR.
       930-restamp-fpgsked-trailer.
           move "PFCAP" to audit-trail-pgm
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
