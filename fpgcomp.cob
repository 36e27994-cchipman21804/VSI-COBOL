      *                  the total spend, and the best projects that
      *                  missed the cut with the increment needed to
      *                  fund them.  The index cards can stay home.
      * 2026-10-15  CAC  An alternative can now be seeded from a
      *                  standard measure in the new MEASURES
      *                  library: the measure code pre-fills the
      *                  first cost (unit cost times quantity) and
      *                  the term (useful life), and the code rides
      *                  the alternative through FPGCOMPSKED and the
      *                  saved study so typical figures can later be
      *                  held against what the project delivered.

       environment division.
       input-output section.
      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Standard energy-measure library -- see MEASSEL/MEASFD/
      * MEASWS/MEASRD.
           COPY meassel.

       data division.
       file section.
       fd  schedule-file
           record contains 48 characters.
       01 schedule-record.
           05 sked-name          pic x(15).
           05 sked-type-in       pic x.
           05 sked-term-in       pic xx.
           05 sked-invest-in     pic x(8).
           05 filler             pic x(1).
           05 sked-measure       pic x(8).

       fd  report-file
           record contains 120 characters.
           05 sa-interest-in     pic x(5).
           05 sa-term-in         pic xx.
           05 sa-invest-in       pic x(10).
           05 sa-measure         pic x(8).
           05 filler             pic x(9).

       COPY ratecvfd.


       COPY resrepfd.

       COPY measfd.

       COPY auditfd.

       COPY fiscfd.
               10 alt-pv          pic 9(9)v99.
               10 alt-eaw         pic 9(9)v99.
               10 alt-invest      pic 9(9)v99.
               10 alt-measure     pic x(8).

      * Scratch swap area for 143-swap-alternatives, laid out
      * field-for-field like one alt-table entry above.
           05 swap-pv          pic 9(9)v99.
           05 swap-eaw         pic 9(9)v99.
           05 swap-invest      pic 9(9)v99.
           05 swap-measure     pic x(8).

      * Displayed-fields.
       01 cashflow-out       pic $ZZZ,ZZZ,ZZ9.99 usage display.
      * Configurable-range-limits fields -- see TVMPARMWS.
       COPY tvmparmws.

      * Measure-library lookup fields -- see MEASWS and
      * 126-MEASURE-ENTRY.
       COPY measws.
       01 measure-in            pic x(8).
       01 measure-qty-in        pic x(10).
       01 measure-qty           pic 9(7)v99.
       01 measure-invest        pic 9(9)v99.
       01 measure-om            pic s9(9)v99.
       01 measure-cost-out      pic $ZZZ,ZZZ,ZZ9.99 usage display.
       01 measure-om-out        pic $ZZZ,ZZZ,ZZ9.99- usage display.
       01 measure-pct-out       pic Z9.99 usage display.

       procedure division.
       100-main-para.
           perform 105-load-range-parameters
       COPY letterhd REPLACING ==LH-PARA== BY
            ==104-display-letterhead==.

      * Measure-library lookup -- see MEASWS/MEASRD.
       COPY measrd REPLACING ==MS-FIND-PARA== BY
            ==127-find-measure==
            ==MS-FIND-EXIT== BY ==127-find-exit==
            ==MS-READ-PARA== BY ==127a-read-measure-record==
            ==MS-TEST-PARA== BY ==127b-test-measure-record==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
              else
                 add 1 to alt-count
                 move name-in to alt-name(alt-count)
                 move spaces to alt-measure(alt-count)
                 perform 126-measure-entry thru 126-measure-exit
                 perform 121-cash-flow-type-entry
                 perform 122-cash-flow-value-entry
                 perform 123-interest-rate-entry
                   giving alt-interest(alt-count).

       124-term-entry.
           if ms-measure-found
              move ms-life to term-out
              display "Enter term in years (blank for the measure's "
                      term-out "): " with no advancing
           else
              display "Enter term in years: " with no advancing
           end-if
           accept term-in
           move function lower-case(term-in) to term-in

           if term-in EQUAL TO spaces and ms-measure-found
              move ms-life to alt-term(alt-count)
           else
              compute alt-term(alt-count) = function numval(term-in)
           end-if

           if alt-term(alt-count) > max-term
              display term-too-long
              when alt-is-buy(alt-count)
                 display "Salvage value at end of life (blank if"
                         " none): " with no advancing
              when ms-measure-found
                 move measure-invest to measure-cost-out
                 display "Enter first cost (blank for the measure's "
                         measure-cost-out "): " with no advancing
              when other
                 display "Enter first cost (blank if none): "
                         with no advancing
           move function lower-case(invest-in) to invest-in

           if invest-in EQUAL TO spaces
              if ms-measure-found and
                 NOT alt-is-cost-type(alt-count)
                 move measure-invest to alt-invest(alt-count)
              else
                 move zero to alt-invest(alt-count)
              end-if
           else
              compute alt-invest(alt-count) =
                      function numval(invest-in)
           end-if.

      * Optional standard measure from the MEASURES library -- its
      * installed cost per unit times the quantity, and its useful
      * life, become the defaults the first-cost and term prompts
      * offer.  The O&M change is shown so it can be netted into the
      * cash flow entered next.  On a change a blank reply keeps the
      * code already on the alternative.
       126-measure-entry.
           move "N" to ms-found-flag
           if alt-measure(alt-count) EQUAL TO spaces
              display "Measure code from the library (blank for"
                      " none): " with no advancing
           else
              display "Measure code (blank to keep "
                      alt-measure(alt-count) ", NONE to clear): "
                      with no advancing
           end-if
           accept measure-in
           move function upper-case(measure-in) to measure-in

           if measure-in EQUAL TO "NONE"
              move spaces to alt-measure(alt-count)
              go to 126-measure-exit
           end-if
           if measure-in NOT EQUAL TO spaces
              move measure-in to alt-measure(alt-count)
           end-if
           if alt-measure(alt-count) EQUAL TO spaces
              go to 126-measure-exit
           end-if

           move alt-measure(alt-count) to ms-probe-code
           perform 127-find-measure thru 127-find-exit
           if NOT ms-measure-found
              display "Measure " alt-measure(alt-count)
                      " is not in the MEASURES library."
              move spaces to alt-measure(alt-count)
              go to 126-measure-entry
           end-if
           move ms-probe-code to alt-measure(alt-count)

           move ms-unit-cost to measure-cost-out
           move ms-life to term-out
           move ms-savings-pct to measure-pct-out
           display ms-desc ": " measure-cost-out " per " ms-basis
           display "   life " term-out " years, typical saving "
                   measure-pct-out "%"

           display "Quantity in " ms-basis " units (blank for 1): "
                   with no advancing
           accept measure-qty-in
           move function lower-case(measure-qty-in) to measure-qty-in
           if measure-qty-in EQUAL TO spaces
              move 1 to measure-qty
           else
              compute measure-qty = function numval(measure-qty-in)
           end-if
           compute measure-invest rounded = ms-unit-cost * measure-qty
           compute measure-om rounded = ms-om-delta * measure-qty

           if measure-om NOT EQUAL TO zero
              move measure-om to measure-om-out
              display "   annual O&M change " measure-om-out
                      " -- net it into the cash flow."
           end-if.
       126-measure-exit.
           exit.

      * Batch mode: load the alternatives table from a schedule file
      * instead of prompting for each one interactively -- the rest of
      * the program (ranking, display) runs unchanged either way. This
                   to sked-invest-in
              compute alt-invest(alt-count) =
                      function numval(sked-invest-in)
              move function upper-case(sked-measure)
                      to alt-measure(alt-count)
              perform 210-read-schedule-record
           end-if.

           display "   Rate: " interest-rate-out
                   "%   Term: " term-out " years"
           display "   Present Value: " pv-out
           if alt-measure(alt-sub) NOT EQUAL TO spaces
              display "   Measure: " alt-measure(alt-sub)
           end-if
           if unequal-lives
              move alt-eaw(alt-sub) to eaw-out
              display "   Equivalent Annual Worth: " eaw-out
                   function numval(sa-term-in)
           move function lower-case(sa-invest-in) to sa-invest-in
           compute alt-invest(alt-count) =
                   function numval(sa-invest-in)
           move sa-measure to alt-measure(alt-count).

      * Save the table as a study: a header line then one line per
      * alternative, appended to FPGCOMPSTUDY so earlier revisions
           move study-term-sked to sa-term-in
           move alt-invest(alt-sub) to study-cash-sked
           move study-cash-sked to sa-invest-in
           move alt-measure(alt-sub) to sa-measure
           write study-alt-rec.

      * Edit pass over a reopened study -- change, delete, or add

           move alt-count to saved-alt-count
           move edit-idx to alt-count
           perform 126-measure-entry thru 126-measure-exit
           perform 121-cash-flow-type-entry
           perform 122-cash-flow-value-entry
           perform 123-interest-rate-entry
