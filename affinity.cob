      *                  the recommended speed -- the number that
      *                  goes into the VFD keypad -- with the Law 3
      *                  savings versus current.
      * 2026-10-15  CAC  The FPGCOMPSKED hand-off can now name a
      *                  standard measure from the new MEASURES
      *                  library: its unit cost times the quantity
      *                  (the motor HP on an HP-basis measure) goes
      *                  out as the alternative's first cost, its
      *                  useful life is offered as the term, and the
      *                  measure code rides the schedule record.
      * 2026-10-15  CAC  MOTORLIB rows carry an effective date; the
      *                  library lookup uses the versions in force
      *                  today (see VERWS/VERRD).
      * 2026-10-15  CAC  A batch run that rejects records to the
      *                  suspense file now posts a warning to
      *                  ALERTLOG for the OPS role (see ALERTWR).

       environment division.
       input-output section.
                  organization is line sequential
                  file status is fpgsked-status.

      * Standard energy-measure library -- see MEASSEL/MEASFD/
      * MEASWS/MEASRD.
           COPY meassel.

      * Control trailers -- AFFEQUIP and FPGCOMPSKED are cataloged
      * with FILECHK, so a saved baseline or a schedule hand-off
      * restamps the touched file's trailer.  See CTLSEL/CTLFD/
      * CTLWS/CTLWR.
           COPY ctlsel.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.
           05 lib-poles-in      pic x(2).
           05 lib-std-in        pic x(6).
           05 lib-prem-in       pic x(6).
           05 lib-eff-date      pic x(8).
           05 filler            pic x(2).

       COPY ratefd.

       COPY resrepfd.

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

       COPY suspfd.


       COPY runctlfd.

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.

       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * Run-hours fields -- see RUNHRWS.  HOURS-SOURCE-FLAG notes
      * on the report whether the annual hours came off the meter
      * log or the operator's estimate.
       01 handoff-cash-sked     pic 9(6).9 usage display.
       01 handoff-rate-sked     pic z9.99 usage display.
       01 handoff-term-sked     pic 99 usage display.
       01 handoff-measure-in    pic x(8).
       01 handoff-qty-in        pic x(10).
       01 handoff-qty           pic 9(7)v99.
       01 handoff-invest        pic 9(9)v99.
       01 handoff-invest-sked   pic 9(6).9 usage display.
       01 handoff-cost-out      pic $z,zzz,zz9.99 usage display.
       01 handoff-hp-out        pic zzz9.9 usage display.

      * Measure-library lookup fields -- see MEASWS.
       COPY measws.

      * Metric-unit-fields.
       01 metric-yes-no         pic x value "N".
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Operator-alert post -- see ALERTWR.
       COPY alertwr REPLACING ==AW-PARA== BY
            ==996-post-alert==
            ==AW-EXIT== BY ==996-post-exit==
            ==AW-READ-PARA== BY ==996a-read-alert-record==
            ==AW-TEST-PARA== BY ==996b-test-alert-record==.

      * File-status decode with operator guidance -- see FSTATPR.
       COPY fstatpr REPLACING ==FS-PARA== BY
            ==990-decode-file-status==
           accept lib-grade-in
           move function upper-case(lib-grade-in) to lib-grade-in

           move function current-date to vr-as-of-date
           perform 112d-scan-motor-versions thru 112d-scan-motor-exit
           open input motor-lib-file
           if motorlib-status NOT EQUAL TO "00"
              display "Unable to open MOTORLIB reference file."

           move lib-eff to lib-eff-out
           display "Library efficiency: " lib-eff-out "%"
                   "  (MOTORLIB version " vr-version-out ")"
           move "L" to eff-source-flag
           move lib-eff to motor-eff
           move motor-eff to motor-eff-out
      * fall-back, the largest frame below it, among rows matching
      * the pole count and carrying the chosen grade's efficiency.
       112c-test-library-record.
           perform 112g-check-motor-version
           move function lower-case(lib-hp-in)    to lib-hp-in
           move function lower-case(lib-poles-in) to lib-poles-in
           compute lib-hp    = function numval(lib-hp-in)
              compute lib-eff = function numval(lib-std-in)
           end-if

           if vr-in-force and
              lib-poles EQUAL TO lib-poles-ask and lib-eff > zero
              if lib-hp NOT LESS THAN lib-hp-ask
                 if NOT have-higher-frame or lib-hp < lib-high-hp
                    move lib-hp  to lib-high-hp
           end-if
           perform 112b-read-library-record.

      * MOTORLIB versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==112d-scan-motor-versions==
            ==VR-SCAN-EXIT== BY ==112d-scan-motor-exit==
            ==VR-READ-PARA== BY ==112e-read-motor-version==
            ==VR-HOLD-PARA== BY ==112f-hold-motor-version==
            ==VR-CHECK-PARA== BY ==112g-check-motor-version==
            ==VR-FIND-PARA== BY ==112h-find-motor-version==
            ==VR-TEST-PARA== BY ==112i-test-motor-version==
            ==VR-FILE== BY ==motor-lib-file==
            ==VR-STATUS== BY ==motorlib-status==
            ==VR-KEY== BY ==motor-lib-record(1:8)==
            ==VR-DATE== BY ==lib-eff-date==.

      * VFD annual dollar savings - the $/kWh rate and annual run-hours
      * needed to turn the raw KW reduction into a projected annual
      * dollar savings for a VFD speed-reduction project.
       COPY resreplog REPLACING ==RR-PARA== BY
            ==186-post-results-repo==.

      * Measure-library lookup -- see MEASWS/MEASRD.
       COPY measrd REPLACING ==MS-FIND-PARA== BY
            ==194-find-measure==
            ==MS-FIND-EXIT== BY ==194-find-exit==
            ==MS-READ-PARA== BY ==194a-read-measure-record==
            ==MS-TEST-PARA== BY ==194b-test-measure-record==.

      * Capital-study hand-off - after a Law 3 (or combined) run the
      * annual dollar saving can be appended to FPGCOMP's FPGCOMPSKED
      * schedule file as a ready-made type-A (level annual cash flow)
              end-if
           end-if

           perform 193-handoff-measure-entry thru 193-measure-exit
           perform 191-handoff-rate-entry
           perform 192-handoff-term-entry

           move handoff-rate-sked to fpgsked-interest
           move handoff-term     to handoff-term-sked
           move handoff-term-sked to fpgsked-term
           if ms-measure-found
              move handoff-invest to handoff-invest-sked
              move handoff-invest-sked to fpgsked-invest
              move ms-probe-code to fpgsked-measure
           end-if

           open extend fpgcomp-sked-file
           if fpgsked-status EQUAL TO "05" OR
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
              go to 192-handoff-term-entry
           end-if.

      * Optional standard measure for the hand-off -- the MEASURES
      * library's installed cost per unit times the quantity goes
      * out as the alternative's first cost (an HP-basis measure
      * offers the Law 3 motor horsepower as the quantity), and the
      * measure's useful life is offered as the term.
       193-handoff-measure-entry.
           move "N" to ms-found-flag
           display "Measure code from the MEASURES library (blank"
                   " for none): " with no advancing
           accept handoff-measure-in
           if handoff-measure-in EQUAL TO spaces
              go to 193-measure-exit
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

           if ms-basis EQUAL TO "HP" and hp1 > zero
              move hp1 to handoff-hp-out
              display "Quantity in HP (blank for " handoff-hp-out
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
              when ms-basis EQUAL TO "HP" and hp1 > zero
                 move hp1 to handoff-qty
              when other
                 move 1 to handoff-qty
           end-evaluate
           compute handoff-invest rounded = ms-unit-cost * handoff-qty

      * The schedule first-cost column is 8 characters as well.
           if handoff-invest > 999999.9
              display "First cost exceeds the schedule layout -- the"
              display "record goes out without the measure."
              move "N" to ms-found-flag
           end-if.
       193-measure-exit.
           exit.

      * Batch mode - run the quantity or pressure law against an
      * entire equipment schedule file in one pass, producing one
      * combined report instead of one run per piece of equipment.
              display susp-written-out
                      " rejected records written to the suspense"
                      " file."
              move "AFFINITY" to audit-trail-pgm
              move "W" to alert-severity
              move spaces to alert-plant
              move spaces to alert-tag
              move "AFFSUSP" to alert-ref
              move "OPS" to alert-role
              move spaces to alert-message
              string function trim(susp-written-out)
                     " batch records rejected to "
                     "AFFSUSP -- see SUSPWORK."
                     delimited by size into alert-message
              perform 996-post-alert thru 996-post-exit
           end-if
      * A clean reprocessing run retires the suspense file, so the
      * fixed records are not offered again tomorrow.
