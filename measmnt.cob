      *****************************************************************
      * STANDARD ENERGY-MEASURE LIBRARY                               *
      *                                                               *
      * Keeps the MEASURES library -- one line per standard measure   *
      * (VFD retrofit, LED fixture, burner replacement ...) with its  *
      * description, the unit its cost is quoted in, the typical      *
      * installed cost per unit, the typical percent saving, the      *
      * useful life, and the annual O&M change per unit -- so a       *
      * capital study in FPGCOMP, or the AFFINITY hand-off to it,     *
      * starts from the shop's standard figures instead of someone's  *
      * memory of the last project.                                   *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   measmnt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The measure library -- see MEASSEL.
           COPY meassel.

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
       COPY measfd.

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

      * Measure-library lookup fields -- see MEASWS.
       COPY measws.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

      * In-storage copy of the library -- maintenance works on the
      * table and writes the file back whole, the OPERMNT shape.
       01 measure-count         pic 9(3) value zero.
       01 max-measures          pic 9(3) value 300.
       01 measure-idx           pic 9(3).
       01 measure-pick          pic 9(3) value zero.
           88 measure-not-found        value zero.
       01 measure-table.
           05 measure-entry occurs 300 times.
               10 mt-code        pic x(8).
               10 mt-desc        pic x(24).
               10 mt-basis       pic x(6).
               10 mt-unit-cost   pic 9(7)v99 USAGE COMP.
               10 mt-savings-pct pic 99v99 USAGE COMP.
               10 mt-life        pic 99.
               10 mt-om-delta    pic s9(7)v99 USAGE COMP.

      * Entry fields.
       01 code-in               pic x(8).
       01 desc-in               pic x(24).
       01 basis-in              pic x(6).
       01 value-in              pic x(12).
       01 entry-value           pic s9(7)v99.
       01 yes-no                pic x.
           88 affirm                   value "Y".

      * Displayed-fields.
       01 cost-fmt              pic 9(7).99 usage display.
       01 om-fmt                pic -9(6).99 usage display.
       01 pct-fmt               pic 99.99 usage display.
       01 life-fmt              pic 99 usage display.
       01 cost-out              pic $$,$$$,$$9.99 usage display.
       01 om-out                pic $$$$,$$9.99- usage display.
       01 pct-out               pic z9.99 usage display.
       01 life-out              pic z9 usage display.
       01 count-out             pic zz9.

       procedure division.
       100-main-para.
           display spaces
           display "***** ENERGY-MEASURE LIBRARY BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-library thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** ENERGY-MEASURE LIBRARY ENDS *****"
           display spaces

           move "MEASMNT" to audit-trail-pgm
           move "Energy-measure library session completed."
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

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change a measure"
           display " 2 --- Browse the measure library"
           display " 3 --- Delete a measure"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-enter-measure thru
                             300-enter-exit
              when "2" perform 200-browse-library
              when "3" perform 350-delete-measure thru
                             350-delete-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 3."
           end-evaluate.

       110-load-library.
           move zero to measure-count
           open input measure-file
           if measures-status NOT EQUAL TO "00"
              display "No MEASURES library on file yet -- the first"
              display "measure entered creates it."
              go to 110-load-exit
           end-if
           move "N" to ms-eof-flag
           perform 111-read-measure-record
           perform 112-store-measure-record until ms-eof
           close measure-file.
       110-load-exit.
           exit.

       111-read-measure-record.
           read measure-file
              at end move "Y" to ms-eof-flag
           end-read.

       112-store-measure-record.
           if ml-code NOT EQUAL TO spaces and
              measure-count < max-measures
              add 1 to measure-count
              move measure-count to measure-idx
              move function upper-case(ml-code)
                   to mt-code(measure-idx)
              move ml-desc to mt-desc(measure-idx)
              move function upper-case(ml-basis)
                   to mt-basis(measure-idx)
              move function lower-case(ml-unit-cost-in)
                   to ml-unit-cost-in
              move function lower-case(ml-savings-in)
                   to ml-savings-in
              move function lower-case(ml-om-delta-in)
                   to ml-om-delta-in
              compute mt-unit-cost(measure-idx) =
                      function numval(ml-unit-cost-in)
              compute mt-savings-pct(measure-idx) =
                      function numval(ml-savings-in)
              compute mt-life(measure-idx) =
                      function numval(ml-life-in)
              compute mt-om-delta(measure-idx) =
                      function numval(ml-om-delta-in)
           end-if
           perform 111-read-measure-record.

       180-save-library.
           open output measure-file
           if measures-status NOT EQUAL TO "00"
              display "Unable to open MEASURES for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-measure
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count
           close measure-file

           move "MEASMNT" to audit-trail-pgm
           move "MEASURES energy-measure library rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-measure.
           move spaces to measure-record
           move mt-code(measure-idx)        to ml-code
           move mt-desc(measure-idx)        to ml-desc
           move mt-basis(measure-idx)       to ml-basis
           move mt-unit-cost(measure-idx)   to cost-fmt
           move cost-fmt                    to ml-unit-cost-in
           move mt-savings-pct(measure-idx) to pct-fmt
           move pct-fmt                     to ml-savings-in
           move mt-life(measure-idx)        to life-fmt
           move life-fmt                    to ml-life-in
           move mt-om-delta(measure-idx)    to om-fmt
           move om-fmt                      to ml-om-delta-in
           write measure-record.

       200-browse-library.
           display spaces
           display "CODE     DESCRIPTION              BASIS "
                   "    UNIT COST  SAVE%  LIFE   O&M/UNIT/YR"
           perform 210-disp-one-measure
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count
           move measure-count to count-out
           display spaces
           display count-out " measures in the library.".

       210-disp-one-measure.
           move mt-unit-cost(measure-idx)   to cost-out
           move mt-savings-pct(measure-idx) to pct-out
           move mt-life(measure-idx)        to life-out
           move mt-om-delta(measure-idx)    to om-out
           display mt-code(measure-idx) " " mt-desc(measure-idx)
                   " " mt-basis(measure-idx) " " cost-out "  "
                   pct-out "   " life-out "  " om-out.

      * The measure code; MEASURE-PICK comes back non-zero when the
      * code is already in the library.
       260-measure-code-entry.
           display "Measure code (blank to cancel): "
                   with no advancing
           accept code-in
           move function upper-case(code-in) to code-in
           if code-in EQUAL TO spaces
              go to 260-code-exit
           end-if
           move zero to measure-pick
           perform 261-test-measure-code
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count.
       260-code-exit.
           exit.

       261-test-measure-code.
           if mt-code(measure-idx) EQUAL TO code-in
              move measure-idx to measure-pick
           end-if.

      * Enter a new measure or change one on file -- on a change a
      * blank reply keeps the figure shown.
       300-enter-measure.
           display spaces
           perform 260-measure-code-entry thru 260-code-exit
           if code-in EQUAL TO spaces
              go to 300-enter-exit
           end-if

           if measure-not-found
              if measure-count NOT LESS THAN max-measures
                 display "The measure library is full."
                 go to 300-enter-exit
              end-if
              add 1 to measure-count
              move measure-count to measure-pick
              move code-in to mt-code(measure-pick)
              move spaces  to mt-desc(measure-pick)
              move "EACH"  to mt-basis(measure-pick)
              move zero    to mt-unit-cost(measure-pick)
              move zero    to mt-savings-pct(measure-pick)
              move zero    to mt-life(measure-pick)
              move zero    to mt-om-delta(measure-pick)
              display "New measure " code-in "."
           else
              move measure-pick to measure-idx
              display "On file:"
              perform 210-disp-one-measure
              display "(a blank reply keeps the figure on file)"
           end-if

           perform 310-description-entry
           perform 320-basis-entry
           perform 330-unit-cost-entry
           perform 340-savings-entry
           perform 345-life-entry
           perform 348-om-delta-entry

           perform 180-save-library thru 180-save-exit
           display "Measure " code-in " saved."

           move "MEASMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Measure " code-in " set"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-enter-exit.
           exit.

       310-description-entry.
           display "Description: " with no advancing
           accept desc-in
           if desc-in NOT EQUAL TO spaces
              move desc-in to mt-desc(measure-pick)
           end-if.

       320-basis-entry.
           display "Cost basis unit (HP, FIXTUR, TON, EACH ...): "
                   with no advancing
           accept basis-in
           move function upper-case(basis-in) to basis-in
           if basis-in NOT EQUAL TO spaces
              move basis-in to mt-basis(measure-pick)
           end-if.

       330-unit-cost-entry.
           display "Typical installed cost per " mt-basis(measure-pick)
                   ": " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute entry-value = function numval(value-in)
              if entry-value < zero
                 display "The unit cost cannot be negative."
                 go to 330-unit-cost-entry
              end-if
              move entry-value to mt-unit-cost(measure-pick)
           end-if.

       340-savings-entry.
           display "Typical percent saving on the affected load: "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute entry-value = function numval(value-in)
              if entry-value < zero or entry-value > 99.99
                 display "The saving is 0 through 99.99 percent."
                 go to 340-savings-entry
              end-if
              move entry-value to mt-savings-pct(measure-pick)
           end-if.

       345-life-entry.
           display "Useful life in years: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute entry-value = function numval(value-in)
              if entry-value < 1 or entry-value > 30
                 display "Life must be 1 through 30 years."
                 go to 345-life-entry
              end-if
              move entry-value to mt-life(measure-pick)
           end-if
           if mt-life(measure-pick) EQUAL TO zero
              display "A measure needs a useful life."
              go to 345-life-entry
           end-if.

       348-om-delta-entry.
           display "Annual O&M change per " mt-basis(measure-pick)
                   " (negative is a saving): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute entry-value = function numval(value-in)
              move entry-value to mt-om-delta(measure-pick)
           end-if.

       350-delete-measure.
           display spaces
           perform 260-measure-code-entry thru 260-code-exit
           if code-in EQUAL TO spaces
              go to 350-delete-exit
           end-if
           if measure-not-found
              display "Measure " code-in " is not in the library."
              go to 350-delete-exit
           end-if

           move measure-pick to measure-idx
           perform 210-disp-one-measure
           display "Delete it? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 350-delete-exit
           end-if
           perform 351-close-up-gap
                   varying measure-idx from measure-pick by 1
                   until measure-idx NOT LESS THAN measure-count
           subtract 1 from measure-count
           perform 180-save-library thru 180-save-exit
           display "Measure " code-in " deleted."

           move "MEASMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Measure " code-in " deleted"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       350-delete-exit.
           exit.

       351-close-up-gap.
           move measure-entry(measure-idx + 1)
                to measure-entry(measure-idx).
