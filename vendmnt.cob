      *****************************************************************
      * VENDOR MASTER AND SPEND BY VENDOR                             *
      *                                                               *
      * Keeps the VENDMAST vendor master -- one line per vendor       *
      * number with the vendor's name, remit-to address, tax ID,      *
      * type, and active flag -- so project spend, purchase orders,   *
      * fuel-delivery tickets, and parts prices all name a vendor     *
      * the same way instead of as free text.  The spend-by-vendor    *
      * report totals a fiscal year's PROJSPEND postings and          *
      * FUELDELIV tickets by vendor, for one plant or all of them,    *
      * lists the top vendors, and lists every posting made to an     *
      * inactive or unknown vendor number.                            *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   vendmnt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The vendor master -- see VENDSEL.
           COPY vendsel.

           select project-master-file assign to "PROJMAST"
                  organization is line sequential
                  file status is projmast-status.

           select project-spend-file assign to "PROJSPEND"
                  organization is line sequential
                  file status is projspend-status.

           select delivery-file assign to "FUELDELIV"
                  organization is line sequential
                  file status is delivery-status.

           select aff-sked-file assign to "AFFSKED"
                  organization is line sequential
                  file status is aff-sked-status.

           select report-file assign to "VENDPRINT"
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
       COPY vendfd.

      * PROJMAST, PROJSPEND, and FUELDELIV as PROJMNT and DELRECON
      * keep them -- only the fields the report reads are named.
       fd  project-master-file
           record contains 70 characters.
       01 project-master-record.
           05 pj-number          pic 9(6).
           05 pj-tag             pic x(10).
           05 filler             pic x(54).

       fd  project-spend-file
           record contains 48 characters.
       01 project-spend-record.
           05 ps-number          pic 9(6).
           05 ps-date            pic x(8).
           05 ps-fy              pic x(4).
           05 ps-period          pic x(2).
           05 ps-amount-in       pic x(10).
           05 ps-po              pic x(10).
           05 ps-vendor          pic x(6).
           05 filler             pic x(2).

       fd  delivery-file
           record contains 40 characters.
       01 delivery-record.
           05 dl-plant           pic x(4).
           05 dl-fuel            pic x(2).
           05 dl-date            pic x(8).
           05 dl-qty-in          pic x(10).
           05 dl-vendor          pic x(6).
           05 dl-amount-in       pic x(10).

      * The AFFSKED line gives an equipment tag its plant, the way
      * BENCHRPT reads it.
       fd  aff-sked-file
           record contains 40 characters.
       01 aff-sked-record.
           05 as-tag             pic x(10).
           05 filler             pic x(24).
           05 as-plant           pic x(4).
           05 filler             pic x(2).

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

      * Vendor-master lookup fields -- see VENDWS.
       COPY vendws.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

      * In-storage copy of the master -- maintenance works on the
      * table and writes the file back whole, the MEASMNT shape.
      * VT-SPEND and VT-POSTINGS are the report's accumulators.
       01 vendor-count          pic 9(3) value zero.
       01 max-vendors           pic 9(3) value 500.
       01 vendor-idx            pic 9(3).
       01 vendor-pick           pic 9(3) value zero.
           88 vendor-not-found         value zero.
       01 vendor-table.
           05 vendor-entry occurs 500 times.
               10 vt-number      pic 9(6).
               10 vt-name        pic x(30).
               10 vt-street      pic x(30).
               10 vt-city        pic x(30).
               10 vt-tax-id      pic x(11).
               10 vt-type        pic x.
               10 vt-active      pic x.
               10 vt-oper        pic x(8).
               10 vt-spend       pic s9(11)v99 USAGE COMP.
               10 vt-postings    pic 9(5) USAGE COMP.
               10 vt-ranked      pic x.

      * Entry fields.
       01 number-in             pic x(8).
       01 probe-number          pic 9(6).
       01 name-in               pic x(30).
       01 street-in             pic x(30).
       01 city-in               pic x(30).
       01 tax-id-in             pic x(11).
       01 type-in               pic x.
           88 valid-vendor-type        value "C" "S" "F" "U" "O".
       01 tax-id-flag           pic x.
           88 tax-id-valid             value "Y".
       01 tax-id-dup            pic 9(3).
       01 yes-no                pic x.
           88 affirm                   value "Y".

      * Spend-by-vendor report fields.
       01 projmast-status       pic xx.
       01 projspend-status      pic xx.
       01 delivery-status       pic xx.
       01 aff-sked-status       pic xx.
       01 file-eof-flag         pic x value "N".
           88 file-eof                 value "Y".
       01 fy-in                 pic x(4).
       01 plant-in              pic x(4).
       01 top-in                pic x(4).
       01 top-count             pic 9(3).
       01 rank-number           pic 9(3).
       01 rank-pick             pic 9(3).
       01 rank-best             pic s9(11)v99.
       01 scan-pass             pic x.
           88 scan-totals              value "T".
           88 scan-exceptions          value "E".
       01 project-count         pic 9(3) value zero.
       01 project-idx           pic 9(3).
       01 project-table.
           05 project-entry occurs 500 times.
               10 pr-number      pic 9(6).
               10 pr-plant       pic x(4).
       01 sked-count            pic 9(3) value zero.
       01 sked-idx              pic 9(3).
       01 sked-table.
           05 sked-entry occurs 500 times.
               10 sk-tag         pic x(10).
               10 sk-plant       pic x(4).
       01 probe-tag             pic x(10).
       01 posting-plant         pic x(4).
       01 posting-source        pic x(10).
       01 posting-key           pic x(6).
       01 posting-date          pic x(8).
       01 posting-vendor        pic x(6).
       01 posting-amount        pic s9(9)v99.
       01 posting-text          pic x(12).
       01 grand-spend           pic s9(11)v99.
       01 grand-postings        pic 9(5) USAGE COMP.
       01 no-vendor-spend       pic s9(11)v99.
       01 no-vendor-postings    pic 9(5) USAGE COMP.
       01 exception-count       pic 9(5) USAGE COMP.

      * Displayed-fields.
       01 count-out             pic zz9.
       01 rank-out              pic zz9.
       01 postings-out          pic zzzz9.
       01 spend-out             pic $$$,$$$,$$9.99- usage display.
       01 share-out             pic zz9.9 usage display.
       01 share-pct             pic 999v9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** VENDOR MASTER BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-vendors thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** VENDOR MASTER ENDS *****"
           display spaces

           move "VENDMNT" to audit-trail-pgm
           move "Vendor-master session completed."
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

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change a vendor"
           display " 2 --- Browse the vendor master"
           display " 3 --- Activate or deactivate a vendor"
           display " 4 --- Spend-by-vendor report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-enter-vendor thru
                             300-enter-exit
              when "2" perform 200-browse-vendors
              when "3" perform 350-toggle-vendor thru
                             350-toggle-exit
              when "4" perform 400-spend-report thru
                             400-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

       110-load-vendors.
           move zero to vendor-count
           open input vendor-file
           if vendor-status NOT EQUAL TO "00"
              display "No VENDMAST vendor master on file yet -- the"
              display "first vendor entered creates it."
              go to 110-load-exit
           end-if
           move "N" to vn-eof-flag
           perform 111-read-vendor-record
           perform 112-store-vendor-record until vn-eof
           close vendor-file.
       110-load-exit.
           exit.

       111-read-vendor-record.
           read vendor-file
              at end move "Y" to vn-eof-flag
           end-read.

       112-store-vendor-record.
           if vm-number NUMERIC and vendor-count < max-vendors
              add 1 to vendor-count
              move vendor-count to vendor-idx
              move vm-number to vt-number(vendor-idx)
              move vm-name   to vt-name(vendor-idx)
              move vm-street to vt-street(vendor-idx)
              move vm-city   to vt-city(vendor-idx)
              move vm-tax-id to vt-tax-id(vendor-idx)
              move function upper-case(vm-type)
                   to vt-type(vendor-idx)
              move function upper-case(vm-active)
                   to vt-active(vendor-idx)
              move vm-oper   to vt-oper(vendor-idx)
           end-if
           perform 111-read-vendor-record.

       180-save-vendors.
           open output vendor-file
           if vendor-status NOT EQUAL TO "00"
              display "Unable to open VENDMAST for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-vendor
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count
           close vendor-file

           move "VENDMNT" to audit-trail-pgm
           move "VENDMAST vendor master rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-vendor.
           move spaces to vendor-record
           move vt-number(vendor-idx) to vm-number
           move vt-name(vendor-idx)   to vm-name
           move vt-street(vendor-idx) to vm-street
           move vt-city(vendor-idx)   to vm-city
           move vt-tax-id(vendor-idx) to vm-tax-id
           move vt-type(vendor-idx)   to vm-type
           move vt-active(vendor-idx) to vm-active
           move vt-oper(vendor-idx)   to vm-oper
           write vendor-record.

       200-browse-vendors.
           display spaces
           display "NUMBER NAME                           TYPE "
                   "ACT TAX ID"
           perform 210-disp-one-vendor
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count
           move vendor-count to count-out
           display spaces
           display count-out " vendors on the master.".

       210-disp-one-vendor.
           display vt-number(vendor-idx) " " vt-name(vendor-idx)
                   "  " vt-type(vendor-idx) "    "
                   vt-active(vendor-idx) "  " vt-tax-id(vendor-idx)
           display "       " vt-street(vendor-idx) " "
                   vt-city(vendor-idx).

      * The vendor number, 1 through 999999; VENDOR-PICK comes back
      * non-zero when the number is already on the master.
       260-vendor-number-entry.
           move zero to vendor-pick
           move zero to probe-number
           display "Vendor number (blank to cancel): "
                   with no advancing
           accept number-in
           move function lower-case(number-in) to number-in
           if number-in EQUAL TO spaces
              go to 260-number-exit
           end-if
           if function test-numval(number-in) NOT EQUAL TO zero
              display "The vendor number is 1 through 999999."
              go to 260-vendor-number-entry
           end-if
           if function numval(number-in) < 1 or
              function numval(number-in) > 999999
              display "The vendor number is 1 through 999999."
              go to 260-vendor-number-entry
           end-if
           compute probe-number = function numval(number-in)
           perform 261-test-vendor-number
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count.
       260-number-exit.
           exit.

       261-test-vendor-number.
           if vt-number(vendor-idx) EQUAL TO probe-number
              move vendor-idx to vendor-pick
           end-if.

      * Enter a new vendor or change one on file -- on a change a
      * blank reply keeps what is shown.
       300-enter-vendor.
           display spaces
           perform 260-vendor-number-entry thru 260-number-exit
           if number-in EQUAL TO spaces
              go to 300-enter-exit
           end-if

           if vendor-not-found
              if vendor-count NOT LESS THAN max-vendors
                 display "The vendor master is full."
                 go to 300-enter-exit
              end-if
              add 1 to vendor-count
              move vendor-count to vendor-pick
              move probe-number to vt-number(vendor-pick)
              move spaces to vt-name(vendor-pick)
              move spaces to vt-street(vendor-pick)
              move spaces to vt-city(vendor-pick)
              move spaces to vt-tax-id(vendor-pick)
              move "O"    to vt-type(vendor-pick)
              move "Y"    to vt-active(vendor-pick)
              display "New vendor " probe-number "."
           else
              move vendor-pick to vendor-idx
              display "On file:"
              perform 210-disp-one-vendor
              display "(a blank reply keeps what is on file)"
           end-if

           perform 310-name-entry
           perform 320-address-entry
           perform 330-tax-id-entry thru 330-tax-id-exit
           perform 340-type-entry thru 340-type-exit

           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to vt-oper(vendor-pick)
           perform 180-save-vendors thru 180-save-exit
           display "Vendor " probe-number " saved."

           move "VENDMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Vendor " probe-number " set -- "
                  vt-name(vendor-pick)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-enter-exit.
           exit.

       310-name-entry.
           display "Vendor name: " with no advancing
           accept name-in
           move function upper-case(name-in) to name-in
           if name-in NOT EQUAL TO spaces
              move name-in to vt-name(vendor-pick)
           end-if
           if vt-name(vendor-pick) EQUAL TO spaces
              display "A vendor needs a name."
              go to 310-name-entry
           end-if.

       320-address-entry.
           display "Remit-to street: " with no advancing
           accept street-in
           move function upper-case(street-in) to street-in
           if street-in NOT EQUAL TO spaces
              move street-in to vt-street(vendor-pick)
           end-if
           display "Remit-to city, state, ZIP: " with no advancing
           accept city-in
           move function upper-case(city-in) to city-in
           if city-in NOT EQUAL TO spaces
              move city-in to vt-city(vendor-pick)
           end-if
           if vt-street(vendor-pick) EQUAL TO spaces or
              vt-city(vendor-pick) EQUAL TO spaces
              display "A vendor needs both lines of a remit-to"
                      " address."
              go to 320-address-entry
           end-if.

      * The tax ID is an EIN (99-9999999) or an SSN (999-99-9999).
      * One already on another vendor is shown and taken only on
      * confirmation -- a vendor can remit from two addresses.
       330-tax-id-entry.
           display "Tax ID (99-9999999 or 999-99-9999): "
                   with no advancing
           accept tax-id-in
           if tax-id-in EQUAL TO spaces
              if vt-tax-id(vendor-pick) EQUAL TO spaces
                 display "A vendor needs a tax ID."
                 go to 330-tax-id-entry
              end-if
              go to 330-tax-id-exit
           end-if

           move "N" to tax-id-flag
           if tax-id-in(3:1) EQUAL TO "-" and
              tax-id-in(1:2) NUMERIC and
              tax-id-in(4:7) NUMERIC and
              tax-id-in(11:1) EQUAL TO space
              move "Y" to tax-id-flag
           end-if
           if tax-id-in(4:1) EQUAL TO "-" and
              tax-id-in(7:1) EQUAL TO "-" and
              tax-id-in(1:3) NUMERIC and
              tax-id-in(5:2) NUMERIC and
              tax-id-in(8:4) NUMERIC
              move "Y" to tax-id-flag
           end-if
           if NOT tax-id-valid
              display "The tax ID is 99-9999999 or 999-99-9999."
              go to 330-tax-id-entry
           end-if

           move zero to tax-id-dup
           perform 331-test-tax-id
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count
           if tax-id-dup NOT EQUAL TO zero
              display "Tax ID " tax-id-in " is already on vendor "
                      vt-number(tax-id-dup) " "
                      function trim(vt-name(tax-id-dup)) "."
              display "Use it here too? (Y/N): " with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 330-tax-id-entry
              end-if
           end-if
           move tax-id-in to vt-tax-id(vendor-pick).
       330-tax-id-exit.
           exit.

       331-test-tax-id.
           if vt-tax-id(vendor-idx) EQUAL TO tax-id-in and
              vendor-idx NOT EQUAL TO vendor-pick
              move vendor-idx to tax-id-dup
           end-if.

       340-type-entry.
           display "Vendor type (C contractor, S supplier, F fuel,"
                   " U utility, O other): " with no advancing
           accept type-in
           move function upper-case(type-in) to type-in
           if type-in EQUAL TO space
              go to 340-type-exit
           end-if
           if NOT valid-vendor-type
              display "The type is C, S, F, U, or O."
              go to 340-type-entry
           end-if
           move type-in to vt-type(vendor-pick).
       340-type-exit.
           exit.

      * Deactivation keeps the vendor and its history on file but
      * stops new spend, purchase orders, and tickets against it.
       350-toggle-vendor.
           display spaces
           perform 260-vendor-number-entry thru 260-number-exit
           if number-in EQUAL TO spaces
              go to 350-toggle-exit
           end-if
           if vendor-not-found
              display "Vendor " probe-number " is not on the master."
              go to 350-toggle-exit
           end-if

           move vendor-pick to vendor-idx
           perform 210-disp-one-vendor
           if vt-active(vendor-pick) EQUAL TO "N"
              display "Reactivate it? (Y/N): " with no advancing
           else
              display "Deactivate it? (Y/N): " with no advancing
           end-if
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 350-toggle-exit
           end-if
           if vt-active(vendor-pick) EQUAL TO "N"
              move "Y" to vt-active(vendor-pick)
           else
              move "N" to vt-active(vendor-pick)
           end-if
           perform 180-save-vendors thru 180-save-exit
           display "Vendor " probe-number " active flag now "
                   vt-active(vendor-pick) "."

           move "VENDMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Vendor " probe-number " active flag set to "
                  vt-active(vendor-pick)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       350-toggle-exit.
           exit.

      * Spend by vendor: a fiscal year's PROJSPEND postings (plant
      * off the project's tag in AFFSKED) and FUELDELIV tickets
      * (fiscal year off FISCALCAL by ticket date), for one plant or
      * all.  The first pass totals by vendor and ranks the top
      * vendors; the second lists each posting to an inactive or
      * unknown vendor number.  Postings from before the master
      * carry no vendor and are shown as one total.
       400-spend-report.
           display spaces
           display "Fiscal year (YYYY): " with no advancing
           accept fy-in
           if fy-in EQUAL TO spaces
              go to 400-report-exit
           end-if
           if fy-in NOT NUMERIC
              display "The fiscal year is four digits."
              go to 400-spend-report
           end-if
           display "Plant code (blank for all plants): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           display "How many top vendors (blank for 10): "
                   with no advancing
           accept top-in
           move function lower-case(top-in) to top-in
           move 10 to top-count
           if top-in NOT EQUAL TO spaces
              if function test-numval(top-in) EQUAL TO zero
                 if function numval(top-in) > zero and
                    function numval(top-in) < 1000
                    compute top-count = function numval(top-in)
                 end-if
              end-if
           end-if

           perform 410-load-plants thru 410-load-exit

           display spaces
           display "Print the spend-by-vendor report to a report"
                   " file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "SPEND BY VENDOR" to report-title
              move "VENDPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           if plant-in EQUAL TO spaces
              string "SPEND BY VENDOR  FY" fy-in "  ALL PLANTS  "
                     todays-date-out
                     delimited by size into out-line
           else
              string "SPEND BY VENDOR  FY" fy-in "  PLANT "
                     plant-in "  " todays-date-out
                     delimited by size into out-line
           end-if
           perform 510-emit-line

           perform 420-clear-one-vendor
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count
           move zero to grand-spend grand-postings
           move zero to no-vendor-spend no-vendor-postings
           move zero to exception-count
           move "T" to scan-pass
           perform 430-scan-postings

           move spaces to out-line
           perform 510-emit-line
           move spaces to out-line
           string "TOP VENDORS" delimited by size into out-line
           perform 510-emit-line
           move spaces to out-line
           string "RANK NUMBER NAME                           T "
                  "POSTINGS           SPEND  SHARE%"
                  delimited by size into out-line
           perform 510-emit-line
           perform 460-rank-one-vendor
                   varying rank-number from 1 by 1
                   until rank-number > top-count

           move grand-spend to spend-out
           move grand-postings to postings-out
           move spaces to out-line
           string "     ALL VENDORS                          "
                  postings-out " " spend-out
                  delimited by size into out-line
           perform 510-emit-line
           if no-vendor-postings > zero
              move no-vendor-spend to spend-out
              move no-vendor-postings to postings-out
              move spaces to out-line
              string "     (NO VENDOR NUMBER -- BEFORE THE MASTER)  "
                     postings-out " " spend-out
                     delimited by size into out-line
              perform 510-emit-line
           end-if

           move spaces to out-line
           perform 510-emit-line
           move spaces to out-line
           string "POSTINGS TO INACTIVE OR UNKNOWN VENDORS"
                  delimited by size into out-line
           perform 510-emit-line
           move "E" to scan-pass
           perform 430-scan-postings
           move exception-count to postings-out
           move spaces to out-line
           string postings-out " POSTINGS TO INACTIVE OR UNKNOWN"
                  " VENDORS."
                  delimited by size into out-line
           perform 510-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display "Report written to VENDPRINT."
           end-if.
       400-report-exit.
           exit.

      * PROJMAST project number to plant, through the project's
      * equipment tag on AFFSKED.
       410-load-plants.
           move zero to sked-count
           open input aff-sked-file
           if aff-sked-status EQUAL TO "00"
              move "N" to file-eof-flag
              perform 411-read-sked-record
              perform 412-store-sked-record until file-eof
              close aff-sked-file
           end-if

           move zero to project-count
           open input project-master-file
           if projmast-status NOT EQUAL TO "00"
              go to 410-load-exit
           end-if
           move "N" to file-eof-flag
           perform 413-read-project-record
           perform 414-store-project-record until file-eof
           close project-master-file.
       410-load-exit.
           exit.

       411-read-sked-record.
           read aff-sked-file
              at end move "Y" to file-eof-flag
           end-read.

       412-store-sked-record.
           if as-tag NOT EQUAL TO spaces and sked-count < 500
              add 1 to sked-count
              move function upper-case(as-tag) to sk-tag(sked-count)
              move function upper-case(as-plant)
                   to sk-plant(sked-count)
           end-if
           perform 411-read-sked-record.

       413-read-project-record.
           read project-master-file
              at end move "Y" to file-eof-flag
           end-read.

       414-store-project-record.
           if pj-number NUMERIC and project-count < 500
              add 1 to project-count
              move pj-number to pr-number(project-count)
              move spaces to pr-plant(project-count)
              move function upper-case(pj-tag) to probe-tag
              perform 415-test-one-tag
                      varying sked-idx from 1 by 1
                      until sked-idx > sked-count
           end-if
           perform 413-read-project-record.

       415-test-one-tag.
           if sk-tag(sked-idx) EQUAL TO probe-tag
              move sk-plant(sked-idx) to pr-plant(project-count)
           end-if.

       420-clear-one-vendor.
           move zero to vt-spend(vendor-idx)
           move zero to vt-postings(vendor-idx)
           move "N" to vt-ranked(vendor-idx).

      * One pass over both posting files; SCAN-PASS says whether
      * the pass totals or lists exceptions.
       430-scan-postings.
           open input project-spend-file
           if projspend-status EQUAL TO "00"
              move "N" to file-eof-flag
              perform 431-read-spend-record
              perform 432-one-spend-posting until file-eof
              close project-spend-file
           end-if
           open input delivery-file
           if delivery-status EQUAL TO "00"
              move "N" to file-eof-flag
              perform 435-read-delivery-record
              perform 436-one-delivery-posting until file-eof
              close delivery-file
           end-if.

       431-read-spend-record.
           read project-spend-file
              at end move "Y" to file-eof-flag
           end-read.

       432-one-spend-posting.
           if ps-fy EQUAL TO fy-in
              move spaces to posting-plant
              perform 433-find-project-plant
                      varying project-idx from 1 by 1
                      until project-idx > project-count
              if plant-in EQUAL TO spaces or
                 posting-plant EQUAL TO plant-in
                 move "PROJECT"    to posting-source
                 move ps-number    to posting-key
                 move ps-date      to posting-date
                 move ps-vendor    to posting-vendor
                 move function lower-case(ps-amount-in)
                      to ps-amount-in
                 compute posting-amount =
                         function numval(ps-amount-in)
                 perform 440-apply-posting thru 440-apply-exit
              end-if
           end-if
           perform 431-read-spend-record.

       433-find-project-plant.
           if pr-number(project-idx) EQUAL TO ps-number
              move pr-plant(project-idx) to posting-plant
           end-if.

       435-read-delivery-record.
           read delivery-file
              at end move "Y" to file-eof-flag
           end-read.

       436-one-delivery-posting.
           move dl-date to fiscal-probe-date
           perform AL-FISCAL-FIND
           if fiscal-year EQUAL TO fy-in and
              (plant-in EQUAL TO spaces or
               function upper-case(dl-plant) EQUAL TO plant-in)
              move "FUEL " to posting-source
              move spaces to posting-key
              string function upper-case(dl-plant) dl-fuel
                     delimited by size into posting-key
              move dl-date       to posting-date
              move dl-vendor     to posting-vendor
              move function lower-case(dl-amount-in)
                   to dl-amount-in
              move zero to posting-amount
              if dl-amount-in NOT EQUAL TO spaces
                 compute posting-amount =
                         function numval(dl-amount-in)
              end-if
              perform 440-apply-posting thru 440-apply-exit
           end-if
           perform 435-read-delivery-record.

      * A posting's vendor is looked up on the table; the totals
      * pass adds it in, the exceptions pass prints it when the
      * vendor is inactive or not on the master.
       440-apply-posting.
           if posting-vendor EQUAL TO spaces
              if scan-totals
                 add 1 to no-vendor-postings
                 add posting-amount to no-vendor-spend
              end-if
              go to 440-apply-exit
           end-if

           move zero to vendor-pick
           if posting-vendor NUMERIC
              move posting-vendor to probe-number
              perform 261-test-vendor-number
                      varying vendor-idx from 1 by 1
                      until vendor-idx > vendor-count
           end-if

           if scan-totals
              add 1 to grand-postings
              add posting-amount to grand-spend
              if vendor-pick NOT EQUAL TO zero
                 add 1 to vt-postings(vendor-pick)
                 add posting-amount to vt-spend(vendor-pick)
              end-if
              go to 440-apply-exit
           end-if

           if vendor-pick EQUAL TO zero
              move "UNKNOWN"  to posting-text
           else
              if vt-active(vendor-pick) EQUAL TO "N"
                 move "INACTIVE" to posting-text
              else
                 go to 440-apply-exit
              end-if
           end-if
           add 1 to exception-count
           move posting-amount to spend-out
           move spaces to out-line
           string "  " posting-source " " posting-key "  "
                  posting-date "  VENDOR " posting-vendor "  "
                  posting-text " " spend-out
                  delimited by size into out-line
           perform 510-emit-line.
       440-apply-exit.
           exit.

      * Rank N: the unranked vendor with the largest spend.
       460-rank-one-vendor.
           move zero to rank-pick
           move zero to rank-best
           perform 461-test-one-rank
                   varying vendor-idx from 1 by 1
                   until vendor-idx > vendor-count
           if rank-pick NOT EQUAL TO zero
              move "Y" to vt-ranked(rank-pick)
              move rank-number to rank-out
              move vt-postings(rank-pick) to postings-out
              move vt-spend(rank-pick) to spend-out
              move zero to share-pct
              if grand-spend > zero
                 compute share-pct rounded =
                         vt-spend(rank-pick) * 100 / grand-spend
              end-if
              move share-pct to share-out
              move spaces to out-line
              string rank-out "  " vt-number(rank-pick) " "
                     vt-name(rank-pick) " " vt-type(rank-pick) " "
                     postings-out " " spend-out " " share-out
                     delimited by size into out-line
              perform 510-emit-line
           end-if.

       461-test-one-rank.
           if vt-ranked(vendor-idx) NOT EQUAL TO "Y" and
              vt-postings(vendor-idx) > zero
              if rank-pick EQUAL TO zero or
                 vt-spend(vendor-idx) > rank-best
                 move vendor-idx to rank-pick
                 move vt-spend(vendor-idx) to rank-best
              end-if
           end-if.

       510-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
