      *****************************************************************
      * EQUIPMENT AND MOTOR WARRANTY TRACKING                         *
      *                                                               *
      * Pumps, VFDs, and motors come with warranties nobody claims    *
      * once the paperwork is filed.  The WARRANTY file keeps one     *
      * line per warranty, keyed by equipment tag or MOTORINV motor   *
      * serial number, with its VENDMAST vendor, start and end        *
      * dates, coverage, and terms; the WARRCLAIM file keeps the      *
      * claims filed against them through to paid or denied.  The     *
      * inquiry shows a tag's warranties together with those of the   *
      * motor installed at it, and the monthly report lists the       *
      * warranties running out in the next 90 days and the month's    *
      * claims filed, paid, and denied.  FUELTRND, PMDUE, MOTCOND,    *
      * and REWINDBUY warn from the same file when they raise work    *
      * or price a rewind for covered equipment.                      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   warrmnt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The warranty file -- see WARRSEL.
           COPY warrsel.

           select claim-file assign to "WARRCLAIM"
                  organization is line sequential
                  file status is claim-status.

      * The vendor master -- see VENDSEL.
           COPY vendsel.

      * Serial-number motor inventory -- see MINVSEL/MINVFD.
           COPY minvsel.

           select report-file assign to "WARRPRINT"
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
       COPY warrfd.

      * One line per claim.  WC-STATUS is "F" filed and waiting on
      * the vendor, "P" paid (WC-PAID-IN is what came back), or "D"
      * denied; WC-RESOLVED is the date of the vendor's answer.
      * WC-ORDER is the WORKORDER number the claim covers, if any.
       fd  claim-file
           record contains 80 characters.
       01 claim-record.
           05 wc-number          pic 9(6).
           05 wc-key-type        pic x.
           05 wc-key             pic x(12).
           05 wc-filed           pic x(8).
           05 wc-amount-in       pic x(10).
           05 wc-status          pic x.
           05 wc-resolved        pic x(8).
           05 wc-paid-in         pic x(10).
           05 wc-order           pic x(6).
           05 wc-oper            pic x(8).
           05 filler             pic x(10).

       COPY vendfd.

       COPY minvfd.

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

      * Warranty-lookup fields -- see WARRWS.
       COPY warrws.

      * Vendor-master lookup fields -- see VENDWS.
       COPY vendws.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

      * In-storage copies of both files -- maintenance works on the
      * tables and writes a file back whole after each change, the
      * VENDMNT shape.
       01 warranty-count        pic 9(3) value zero.
       01 max-warranties        pic 9(3) value 500.
       01 warranty-idx          pic 9(3).
       01 warranty-pick         pic 9(3) value zero.
           88 warranty-not-found       value zero.
       01 warranty-table.
           05 warranty-entry occurs 500 times.
               10 wt-key-type    pic x.
               10 wt-key         pic x(12).
               10 wt-vendor      pic 9(6).
               10 wt-start       pic x(8).
               10 wt-end         pic x(8).
               10 wt-coverage    pic x.
               10 wt-terms       pic x(40).
               10 wt-oper        pic x(8).
               10 wt-listed      pic x.

       01 claim-status          pic xx.
       01 claim-eof-flag        pic x value "N".
           88 claim-eof                value "Y".
       01 claim-count           pic 9(4) value zero.
       01 max-claims            pic 9(4) value 1000.
       01 claim-idx             pic 9(4).
       01 claim-pick            pic 9(4) value zero.
           88 claim-not-found          value zero.
       01 highest-claim         pic 9(6) value zero.
       01 claim-table.
           05 claim-entry occurs 1000 times.
               10 ct-number      pic 9(6).
               10 ct-key-type    pic x.
               10 ct-key         pic x(12).
               10 ct-filed       pic x(8).
               10 ct-amount      pic 9(7)v99 USAGE COMP.
               10 ct-status      pic x.
               10 ct-resolved    pic x(8).
               10 ct-paid        pic 9(7)v99 USAGE COMP.
               10 ct-order       pic x(6).
               10 ct-oper        pic x(8).

      * Entry fields.
       01 key-type-in           pic x.
           88 key-is-tag               value "T".
           88 key-is-serial            value "S".
       01 key-in                pic x(12).
       01 date-in               pic x(8).
       01 start-in              pic x(8).
       01 number-in             pic x(8).
       01 probe-number          pic 9(6).
       01 coverage-in           pic x.
           88 valid-coverage           value "P" "L" "F".
       01 terms-in              pic x(40).
       01 amount-in             pic x(12).
       01 claim-amount          pic 9(7)v99.
       01 order-in              pic x(6).
       01 resolve-in            pic x.
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 covered-flag          pic x.
           88 claim-covered            value "Y".

      * Inquiry and report fields.
       01 motor-inv-status      pic xx.
       01 inv-eof-flag          pic x value "N".
           88 inv-eof                  value "Y".
       01 installed-serial      pic x(12).
       01 list-type             pic x.
       01 list-key              pic x(12).
       01 list-count            pic 9(4).
       01 state-word            pic x(16).
       01 days-left             pic s9(5).
       01 todays-date-int       pic 9(8) USAGE COMP.
       01 end-date-int          pic 9(8) USAGE COMP.
       01 window-end-int        pic 9(8) USAGE COMP.
       01 end-date-num          pic 9(8).
       01 expiry-window-days    pic 999 value 90.
       01 month-in              pic x(6).
       01 report-month          pic x(6).
       01 expiring-count        pic 9(4).
       01 next-pick             pic 9(3).
       01 filed-count           pic 9(4).
       01 paid-count            pic 9(4).
       01 denied-count          pic 9(4).
       01 open-count            pic 9(4).
       01 filed-total           pic 9(9)v99.
       01 paid-total            pic 9(9)v99.
       01 denied-total          pic 9(9)v99.
       01 open-total            pic 9(9)v99.
       01 claim-pass            pic x.
           88 pass-filed               value "F".
           88 pass-paid                value "P".
           88 pass-denied              value "D".

      * Displayed-fields.
       01 count-out             pic z,zz9.
       01 days-out              pic zzzz9.
       01 amount-out            pic $$,$$$,$$9.99 usage display.
       01 paid-out              pic $$,$$$,$$9.99 usage display.
       01 total-out             pic $$$,$$$,$$9.99 usage display.
       01 amount-fmt            pic 9(7).99 usage display.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** WARRANTY TRACKING BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out
           compute todays-date-int =
                   function integer-of-date(todays-date)

           perform 110-load-warranties thru 110-load-exit
           perform 130-load-claims thru 130-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** WARRANTY TRACKING ENDS *****"
           display spaces

           move "WARRMNT" to audit-trail-pgm
           move "Warranty tracking session completed."
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

      * Vendor-master lookup -- see VENDRD.
       COPY vendrd REPLACING ==VN-FIND-PARA== BY
            ==127-find-vendor==
            ==VN-FIND-EXIT== BY ==127-find-exit==
            ==VN-READ-PARA== BY ==127a-read-vendor-record==
            ==VN-TEST-PARA== BY ==127b-test-vendor-record==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change a warranty"
           display " 2 --- Warranty inquiry"
           display " 3 --- Delete a warranty"
           display " 4 --- File a warranty claim"
           display " 5 --- Record a claim paid or denied"
           display " 6 --- Monthly warranty report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-enter-warranty thru
                             300-enter-exit
              when "2" perform 400-warranty-inquiry thru
                             400-inquiry-exit
              when "3" perform 500-delete-warranty thru
                             500-delete-exit
              when "4" perform 600-file-claim thru 600-file-exit
              when "5" perform 700-resolve-claim thru
                             700-resolve-exit
              when "6" perform 800-monthly-report thru
                             800-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 6."
           end-evaluate.

       110-load-warranties.
           move zero to warranty-count
           open input warranty-file
           if warranty-status NOT EQUAL TO "00"
              display "No WARRANTY file on file yet -- the first"
              display "warranty entered creates it."
              go to 110-load-exit
           end-if
           move "N" to wl-eof-flag
           perform 111-read-warranty-record
           perform 112-store-warranty-record until wl-eof
           close warranty-file.
       110-load-exit.
           exit.

       111-read-warranty-record.
           read warranty-file
              at end move "Y" to wl-eof-flag
           end-read.

       112-store-warranty-record.
           if wa-key NOT EQUAL TO spaces and
              warranty-count < max-warranties
              add 1 to warranty-count
              move warranty-count to warranty-idx
              move function upper-case(wa-key-type)
                   to wt-key-type(warranty-idx)
              move function upper-case(wa-key)
                   to wt-key(warranty-idx)
              if wa-vendor NUMERIC
                 move wa-vendor to wt-vendor(warranty-idx)
              else
                 move zero to wt-vendor(warranty-idx)
              end-if
              move wa-start    to wt-start(warranty-idx)
              move wa-end      to wt-end(warranty-idx)
              move function upper-case(wa-coverage)
                   to wt-coverage(warranty-idx)
              move wa-terms    to wt-terms(warranty-idx)
              move wa-oper     to wt-oper(warranty-idx)
           end-if
           perform 111-read-warranty-record.

       130-load-claims.
           move zero to claim-count
           move zero to highest-claim
           open input claim-file
           if claim-status NOT EQUAL TO "00"
              go to 130-load-exit
           end-if
           move "N" to claim-eof-flag
           perform 131-read-claim-record
           perform 132-store-claim-record until claim-eof
           close claim-file.
       130-load-exit.
           exit.

       131-read-claim-record.
           read claim-file
              at end move "Y" to claim-eof-flag
           end-read.

       132-store-claim-record.
           if wc-number NUMERIC and claim-count < max-claims
              add 1 to claim-count
              move claim-count to claim-idx
              move wc-number   to ct-number(claim-idx)
              move function upper-case(wc-key-type)
                   to ct-key-type(claim-idx)
              move function upper-case(wc-key)
                   to ct-key(claim-idx)
              move wc-filed    to ct-filed(claim-idx)
              move function lower-case(wc-amount-in) to wc-amount-in
              compute ct-amount(claim-idx) =
                      function numval(wc-amount-in)
              move function upper-case(wc-status)
                   to ct-status(claim-idx)
              move wc-resolved to ct-resolved(claim-idx)
              move function lower-case(wc-paid-in) to wc-paid-in
              compute ct-paid(claim-idx) =
                      function numval(wc-paid-in)
              move wc-order    to ct-order(claim-idx)
              move wc-oper     to ct-oper(claim-idx)
              if wc-number > highest-claim
                 move wc-number to highest-claim
              end-if
           end-if
           perform 131-read-claim-record.

       180-save-warranties.
           open output warranty-file
           if warranty-status NOT EQUAL TO "00"
              display "Unable to open WARRANTY for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-warranty
                   varying warranty-idx from 1 by 1
                   until warranty-idx > warranty-count
           close warranty-file

           move "WARRMNT" to audit-trail-pgm
           move "WARRANTY file rewritten." to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-warranty.
           move spaces to warranty-record
           move wt-key-type(warranty-idx) to wa-key-type
           move wt-key(warranty-idx)      to wa-key
           move wt-vendor(warranty-idx)   to wa-vendor
           move wt-start(warranty-idx)    to wa-start
           move wt-end(warranty-idx)      to wa-end
           move wt-coverage(warranty-idx) to wa-coverage
           move wt-terms(warranty-idx)    to wa-terms
           move wt-oper(warranty-idx)     to wa-oper
           write warranty-record.

       185-save-claims.
           open output claim-file
           if claim-status NOT EQUAL TO "00"
              display "Unable to open WARRCLAIM for output."
              go to 185-save-exit
           end-if
           perform 186-write-one-claim
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count
           close claim-file

           move "WARRMNT" to audit-trail-pgm
           move "WARRCLAIM claim file rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       185-save-exit.
           exit.

       186-write-one-claim.
           move spaces to claim-record
           move ct-number(claim-idx)   to wc-number
           move ct-key-type(claim-idx) to wc-key-type
           move ct-key(claim-idx)      to wc-key
           move ct-filed(claim-idx)    to wc-filed
           move ct-amount(claim-idx)   to amount-fmt
           move amount-fmt             to wc-amount-in
           move ct-status(claim-idx)   to wc-status
           move ct-resolved(claim-idx) to wc-resolved
           move ct-paid(claim-idx)     to amount-fmt
           move amount-fmt             to wc-paid-in
           move ct-order(claim-idx)    to wc-order
           move ct-oper(claim-idx)     to wc-oper
           write claim-record.

      * A warranty is keyed by an equipment tag or a motor serial
      * number; KEY-IN comes back blank when the entry is cancelled.
       250-key-entry.
           move spaces to key-in
           display "Equipment Tag or motor Serial number? (T/S, blank"
                   " to cancel): " with no advancing
           accept key-type-in
           move function upper-case(key-type-in) to key-type-in
           if key-type-in EQUAL TO space
              go to 250-key-exit
           end-if
           if NOT key-is-tag and NOT key-is-serial
              display "Please enter T or S."
              go to 250-key-entry
           end-if
           if key-is-tag
              display "Equipment tag: " with no advancing
           else
              display "Motor serial number: " with no advancing
           end-if
           accept key-in
           move function upper-case(key-in) to key-in
           if key-is-tag and key-in(11:2) NOT EQUAL TO spaces
              display "An equipment tag is at most 10 characters."
              go to 250-key-entry
           end-if.
       250-key-exit.
           exit.

      * A date keyed YYYYMMDD, blank for today; DATE-IN comes back
      * blank when the date is not a calendar date.
       255-date-entry.
           accept date-in
           if date-in EQUAL TO spaces
              move todays-date to date-in
           end-if
           if date-in NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              move spaces to date-in
              go to 255-date-exit
           end-if
           if function test-date-yyyymmdd(function numval(date-in))
              NOT EQUAL TO zero
              display "That is not a calendar date."
              move spaces to date-in
           end-if.
       255-date-exit.
           exit.

      * The warranty for KEY-IN starting START-IN.
       260-find-warranty.
           move zero to warranty-pick
           perform 261-test-one-warranty
                   varying warranty-idx from 1 by 1
                   until warranty-idx > warranty-count.

       261-test-one-warranty.
           if wt-key-type(warranty-idx) EQUAL TO key-type-in and
              wt-key(warranty-idx) EQUAL TO key-in and
              wt-start(warranty-idx) EQUAL TO start-in
              move warranty-idx to warranty-pick
           end-if.

       270-find-claim.
           move zero to claim-pick
           perform 271-test-one-claim
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count.

       271-test-one-claim.
           if ct-number(claim-idx) EQUAL TO probe-number
              move claim-idx to claim-pick
           end-if.

       290-disp-one-warranty.
           evaluate wt-coverage(warranty-idx)
              when "P" move "PARTS ONLY"      to wl-coverage-word
              when "L" move "LABOR ONLY"      to wl-coverage-word
              when "F" move "PARTS AND LABOR" to wl-coverage-word
              when other move spaces          to wl-coverage-word
           end-evaluate
           display wt-key-type(warranty-idx) " "
                   wt-key(warranty-idx) "  " wt-start(warranty-idx)
                   " - " wt-end(warranty-idx) "  "
                   wl-coverage-word "  vendor "
                   wt-vendor(warranty-idx)
           display "    " wt-terms(warranty-idx).

      * Enter a new warranty or change one on file -- a warranty is
      * the key plus its start date, so a renewal is a new line.
      * On a change a blank reply keeps what is shown.
       300-enter-warranty.
           display spaces
           perform 250-key-entry thru 250-key-exit
           if key-in EQUAL TO spaces
              go to 300-enter-exit
           end-if
           if key-is-serial
              perform 420-check-serial thru 420-check-exit
           end-if
           display "Warranty start date (YYYYMMDD, blank for"
                   " today): " with no advancing
           perform 255-date-entry thru 255-date-exit
           if date-in EQUAL TO spaces
              go to 300-enter-exit
           end-if
           move date-in to start-in
           perform 260-find-warranty

           if warranty-not-found
              if warranty-count NOT LESS THAN max-warranties
                 display "The warranty file is full."
                 go to 300-enter-exit
              end-if
              add 1 to warranty-count
              move warranty-count to warranty-pick
              move key-type-in to wt-key-type(warranty-pick)
              move key-in      to wt-key(warranty-pick)
              move start-in    to wt-start(warranty-pick)
              move zero        to wt-vendor(warranty-pick)
              move spaces      to wt-end(warranty-pick)
              move spaces      to wt-coverage(warranty-pick)
              move spaces      to wt-terms(warranty-pick)
              display "New warranty for " key-in "."
           else
              move warranty-pick to warranty-idx
              display "On file:"
              perform 290-disp-one-warranty
              display "(a blank reply keeps what is on file)"
           end-if

           perform 310-vendor-entry thru 310-vendor-exit
           perform 320-end-date-entry thru 320-end-exit
           perform 330-coverage-entry thru 330-coverage-exit
           display "Terms: " with no advancing
           accept terms-in
           if terms-in NOT EQUAL TO spaces
              move terms-in to wt-terms(warranty-pick)
           end-if

           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to wt-oper(warranty-pick)
           perform 180-save-warranties thru 180-save-exit
           display "Warranty for " key-in " saved."

           move "WARRMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Warranty set " key-in " " start-in " to "
                  wt-end(warranty-pick)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-enter-exit.
           exit.

      * The vendor must be on VENDMAST; an inactive one is taken
      * with a warning, since the warranty outlives the account.
       310-vendor-entry.
           display "Vendor number: " with no advancing
           accept number-in
           move function lower-case(number-in) to number-in
           if number-in EQUAL TO spaces
              if wt-vendor(warranty-pick) EQUAL TO zero
                 display "A warranty needs its vendor."
                 go to 310-vendor-entry
              end-if
              go to 310-vendor-exit
           end-if
           if function test-numval(number-in) NOT EQUAL TO zero
              display "The vendor number is 1 through 999999."
              go to 310-vendor-entry
           end-if
           if function numval(number-in) < 1 or
              function numval(number-in) > 999999
              display "The vendor number is 1 through 999999."
              go to 310-vendor-entry
           end-if
           compute vn-probe-number = function numval(number-in)
           perform 127-find-vendor thru 127-find-exit
           if NOT vn-vendor-found
              display "Vendor " vn-probe-number " is not on the"
                      " VENDMAST vendor master."
              go to 310-vendor-entry
           end-if
           display "Vendor " vn-probe-number " "
                   function trim(vn-name) "."
           if NOT vn-active
              display "(that vendor is inactive on the master)"
           end-if
           move vn-probe-number to wt-vendor(warranty-pick).
       310-vendor-exit.
           exit.

       320-end-date-entry.
           display "Warranty end date (YYYYMMDD): " with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              if wt-end(warranty-pick) EQUAL TO spaces
                 display "A warranty needs its end date."
                 go to 320-end-date-entry
              end-if
              go to 320-end-exit
           end-if
           if date-in NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              go to 320-end-date-entry
           end-if
           if function test-date-yyyymmdd(function numval(date-in))
              NOT EQUAL TO zero
              display "That is not a calendar date."
              go to 320-end-date-entry
           end-if
           if date-in < start-in
              display "The end date is on or after the start date."
              go to 320-end-date-entry
           end-if
           move date-in to wt-end(warranty-pick).
       320-end-exit.
           exit.

       330-coverage-entry.
           display "Coverage (P parts, L labor, F full parts and"
                   " labor): " with no advancing
           accept coverage-in
           move function upper-case(coverage-in) to coverage-in
           if coverage-in EQUAL TO space
              if wt-coverage(warranty-pick) EQUAL TO space
                 display "A warranty needs its coverage."
                 go to 330-coverage-entry
              end-if
              go to 330-coverage-exit
           end-if
           if NOT valid-coverage
              display "The coverage is P, L, or F."
              go to 330-coverage-entry
           end-if
           move coverage-in to wt-coverage(warranty-pick).
       330-coverage-exit.
           exit.

      * A tag's warranties and claims, then those of the motor
      * MOTORINV has installed at the tag; a serial's warranties
      * and claims, with where the motor is now.
       400-warranty-inquiry.
           display spaces
           perform 250-key-entry thru 250-key-exit
           if key-in EQUAL TO spaces
              go to 400-inquiry-exit
           end-if

           move key-type-in to list-type
           move key-in to list-key
           perform 410-list-one-key
           if key-is-serial
              perform 420-check-serial thru 420-check-exit
              go to 400-inquiry-exit
           end-if

           move spaces to installed-serial
           open input motor-inv-file
           if motor-inv-status EQUAL TO "00"
              move "N" to inv-eof-flag
              perform 421-read-inv-record
              perform 423-test-installed-motor until inv-eof
              close motor-inv-file
           end-if
           if installed-serial NOT EQUAL TO spaces
              display spaces
              display "Motor installed at " function trim(key-in)
                      ": serial " installed-serial
              move "S" to list-type
              move installed-serial to list-key
              perform 410-list-one-key
           end-if.
       400-inquiry-exit.
           exit.

       410-list-one-key.
           display spaces
           display "Warranties for " function trim(list-key) ":"
           move zero to list-count
           perform 411-list-one-warranty
                   varying warranty-idx from 1 by 1
                   until warranty-idx > warranty-count
           if list-count EQUAL TO zero
              display "  none on file."
           end-if
           display "Claims against " function trim(list-key) ":"
           move zero to list-count
           perform 412-list-one-claim
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count
           if list-count EQUAL TO zero
              display "  none on file."
           end-if.

       411-list-one-warranty.
           if wt-key-type(warranty-idx) EQUAL TO list-type and
              wt-key(warranty-idx) EQUAL TO list-key
              add 1 to list-count
              perform 290-disp-one-warranty
              perform 415-warranty-state
              move wt-vendor(warranty-idx) to vn-probe-number
              perform 127-find-vendor thru 127-find-exit
              display "    " state-word "  "
                      function trim(vn-name)
           end-if.

       412-list-one-claim.
           if ct-key-type(claim-idx) EQUAL TO list-type and
              ct-key(claim-idx) EQUAL TO list-key
              add 1 to list-count
              perform 490-disp-one-claim
           end-if.

      * Active (with the days left), expired, or not yet started,
      * as of today.
       415-warranty-state.
           evaluate true
              when wt-start(warranty-idx) > todays-date-out(1:8)
                 move "NOT YET STARTED" to state-word
              when wt-end(warranty-idx) < todays-date-out(1:8)
                 move "EXPIRED" to state-word
              when other
                 move wt-end(warranty-idx) to end-date-num
                 compute end-date-int =
                         function integer-of-date(end-date-num)
                 compute days-left = end-date-int - todays-date-int
                 move days-left to days-out
                 move spaces to state-word
                 string "ACTIVE " days-out "D"
                        delimited by size into state-word
           end-evaluate.

      * Where MOTORINV has the serial, or a note that it does not.
       420-check-serial.
           move "N" to covered-flag
           open input motor-inv-file
           if motor-inv-status NOT EQUAL TO "00"
              go to 420-check-exit
           end-if
           move "N" to inv-eof-flag
           perform 421-read-inv-record
           perform 422-test-serial until inv-eof
           close motor-inv-file
           if NOT claim-covered
              display "(serial " key-in " is not on MOTORINV)"
           end-if.
       420-check-exit.
           exit.

       421-read-inv-record.
           read motor-inv-file
              at end move "Y" to inv-eof-flag
           end-read.

       422-test-serial.
           if function upper-case(mi-serial) EQUAL TO key-in
              move "Y" to covered-flag
              evaluate mi-location
                 when "I"
                    display "Serial " key-in " is installed at "
                            mi-where " since " mi-since "."
                 when "R"
                    display "Serial " key-in " is out for repair at "
                            mi-where " since " mi-since "."
                 when other
                    display "Serial " key-in " is in stores since "
                            mi-since "."
              end-evaluate
           end-if
           perform 421-read-inv-record.

       423-test-installed-motor.
           if mi-location EQUAL TO "I" and
              function upper-case(mi-where) EQUAL TO key-in
              move function upper-case(mi-serial) to installed-serial
           end-if
           perform 421-read-inv-record.

       490-disp-one-claim.
           move ct-amount(claim-idx) to amount-out
           evaluate ct-status(claim-idx)
              when "P"
                 move ct-paid(claim-idx) to paid-out
                 display "  claim " ct-number(claim-idx) " filed "
                         ct-filed(claim-idx) " " amount-out
                         "  PAID " ct-resolved(claim-idx) " "
                         paid-out
              when "D"
                 display "  claim " ct-number(claim-idx) " filed "
                         ct-filed(claim-idx) " " amount-out
                         "  DENIED " ct-resolved(claim-idx)
              when other
                 display "  claim " ct-number(claim-idx) " filed "
                         ct-filed(claim-idx) " " amount-out
                         "  OPEN"
           end-evaluate.

      * Deleting a warranty keeps its claims on file.
       500-delete-warranty.
           display spaces
           perform 250-key-entry thru 250-key-exit
           if key-in EQUAL TO spaces
              go to 500-delete-exit
           end-if
           display "Warranty start date (YYYYMMDD): "
                   with no advancing
           accept start-in
           perform 260-find-warranty
           if warranty-not-found
              display "No warranty for " key-in " starting "
                      start-in "."
              go to 500-delete-exit
           end-if

           move warranty-pick to warranty-idx
           perform 290-disp-one-warranty
           display "Delete it? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 500-delete-exit
           end-if
           perform 510-shift-one-up
                   varying warranty-idx from warranty-pick by 1
                   until warranty-idx NOT LESS THAN warranty-count
           subtract 1 from warranty-count
           perform 180-save-warranties thru 180-save-exit
           display "Warranty deleted."

           move "WARRMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Warranty deleted " key-in " " start-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-delete-exit.
           exit.

       510-shift-one-up.
           move warranty-entry(warranty-idx + 1)
                to warranty-entry(warranty-idx).

      * A claim is filed against the key on the claim date; a date
      * no warranty covers is taken only on confirmation.
       600-file-claim.
           display spaces
           perform 250-key-entry thru 250-key-exit
           if key-in EQUAL TO spaces
              go to 600-file-exit
           end-if
           if claim-count NOT LESS THAN max-claims
              display "The claim file is full."
              go to 600-file-exit
           end-if
           display "Claim date (YYYYMMDD, blank for today): "
                   with no advancing
           perform 255-date-entry thru 255-date-exit
           if date-in EQUAL TO spaces
              go to 600-file-exit
           end-if

           move "N" to covered-flag
           perform 610-test-coverage
                   varying warranty-idx from 1 by 1
                   until warranty-idx > warranty-count
           if NOT claim-covered
              display "No warranty on file covers " key-in " on "
                      date-in "."
              display "File the claim anyway? (Y/N): "
                      with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 600-file-exit
              end-if
           end-if

           display "Amount claimed ($): " with no advancing
           accept amount-in
           move function lower-case(amount-in) to amount-in
           if function test-numval(amount-in) NOT EQUAL TO zero
              display "The amount is a dollar figure -- claim not"
                      " filed."
              go to 600-file-exit
           end-if
           compute claim-amount = function numval(amount-in)
           if claim-amount EQUAL TO zero
              display "The amount is more than zero -- claim not"
                      " filed."
              go to 600-file-exit
           end-if
           display "Work order number (blank for none): "
                   with no advancing
           accept order-in

           add 1 to highest-claim
           add 1 to claim-count
           move claim-count to claim-idx
           move highest-claim to ct-number(claim-idx)
           move key-type-in   to ct-key-type(claim-idx)
           move key-in        to ct-key(claim-idx)
           move date-in       to ct-filed(claim-idx)
           move claim-amount  to ct-amount(claim-idx)
           move "F"           to ct-status(claim-idx)
           move spaces        to ct-resolved(claim-idx)
           move zero          to ct-paid(claim-idx)
           move order-in      to ct-order(claim-idx)
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to ct-oper(claim-idx)
           perform 185-save-claims thru 185-save-exit
           display "Claim " highest-claim " filed against " key-in
                   "."

           move "WARRMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Claim " highest-claim " filed " key-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       600-file-exit.
           exit.

       610-test-coverage.
           if wt-key-type(warranty-idx) EQUAL TO key-type-in and
              wt-key(warranty-idx) EQUAL TO key-in and
              wt-start(warranty-idx) NOT GREATER THAN date-in and
              wt-end(warranty-idx) NOT LESS THAN date-in
              move "Y" to covered-flag
           end-if.

      * The vendor's answer on an open claim: paid, with what came
      * back (blank for the amount claimed), or denied.
       700-resolve-claim.
           display spaces
           display "Claim number (blank to cancel): "
                   with no advancing
           accept number-in
           move function lower-case(number-in) to number-in
           if number-in EQUAL TO spaces
              go to 700-resolve-exit
           end-if
           if function test-numval(number-in) NOT EQUAL TO zero
              display "The claim number is numeric."
              go to 700-resolve-claim
           end-if
           compute probe-number = function numval(number-in)
           perform 270-find-claim
           if claim-not-found
              display "Claim " probe-number " is not on file."
              go to 700-resolve-exit
           end-if

           move claim-pick to claim-idx
           display ct-key(claim-idx)
           perform 490-disp-one-claim
           if ct-status(claim-idx) NOT EQUAL TO "F"
              display "That claim is already resolved."
              go to 700-resolve-exit
           end-if

           display "Paid or Denied? (P/D): " with no advancing
           accept resolve-in
           move function upper-case(resolve-in) to resolve-in
           if resolve-in NOT EQUAL TO "P" and
              resolve-in NOT EQUAL TO "D"
              display "Please enter P or D -- claim left open."
              go to 700-resolve-exit
           end-if
           display "Date of the vendor's answer (YYYYMMDD, blank for"
                   " today): " with no advancing
           perform 255-date-entry thru 255-date-exit
           if date-in EQUAL TO spaces
              go to 700-resolve-exit
           end-if
           if date-in < ct-filed(claim-idx)
              display "The answer cannot predate the claim."
              go to 700-resolve-exit
           end-if

           move zero to ct-paid(claim-idx)
           if resolve-in EQUAL TO "P"
              display "Amount paid ($, blank for the amount"
                      " claimed): " with no advancing
              accept amount-in
              move function lower-case(amount-in) to amount-in
              if amount-in EQUAL TO spaces
                 move ct-amount(claim-idx) to ct-paid(claim-idx)
              else
                 if function test-numval(amount-in) NOT EQUAL TO
                    zero
                    display "The amount is a dollar figure -- claim"
                            " left open."
                    go to 700-resolve-exit
                 end-if
                 compute ct-paid(claim-idx) =
                         function numval(amount-in)
              end-if
           end-if
           move resolve-in to ct-status(claim-idx)
           move date-in to ct-resolved(claim-idx)
           perform 185-save-claims thru 185-save-exit
           perform 490-disp-one-claim

           move "WARRMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Claim " ct-number(claim-idx) " resolved "
                  resolve-in " " date-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       700-resolve-exit.
           exit.

      * The monthly report: warranties ending in the next 90 days,
      * soonest first, then the month's claims filed, paid, and
      * denied, and the claims still open.
       800-monthly-report.
           display spaces
           display "Report month (YYYYMM, blank for this month): "
                   with no advancing
           accept month-in
           if month-in EQUAL TO spaces
              move todays-date-out(1:6) to month-in
           end-if
           if month-in NOT NUMERIC or
              month-in(5:2) < "01" or month-in(5:2) > "12"
              display "The month is YYYYMM."
              go to 800-monthly-report
           end-if
           move month-in to report-month

           display spaces
           display "Print the warranty report to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "WARRANTIES AND CLAIMS" to report-title
              move "WARRPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "WARRANTIES AND CLAIMS  MONTH " report-month
                  "  (run " todays-date-out ")"
                  delimited by size into out-line
           perform 510-emit-line

           compute window-end-int =
                   todays-date-int + expiry-window-days
           move spaces to out-line
           perform 510-emit-line
           move "WARRANTIES ENDING IN THE NEXT 90 DAYS" to out-line
           perform 510-emit-line
           move spaces to out-line
           string "T KEY           ENDS      DAYS VENDOR COVERAGE"
                  "         TERMS"
                  delimited by size into out-line
           perform 510-emit-line
           move zero to expiring-count
           perform 810-clear-one-listed
                   varying warranty-idx from 1 by 1
                   until warranty-idx > warranty-count
           perform 820-list-next-expiring thru 820-next-exit
                   varying list-count from 1 by 1
                   until list-count > warranty-count
           move expiring-count to count-out
           move spaces to out-line
           string count-out " WARRANTIES ENDING BY THE WINDOW."
                  delimited by size into out-line
           perform 510-emit-line

           move zero to filed-count paid-count denied-count
           move zero to open-count
           move zero to filed-total paid-total denied-total
           move zero to open-total

           move spaces to out-line
           perform 510-emit-line
           move spaces to out-line
           string "CLAIMS FILED IN " report-month
                  delimited by size into out-line
           perform 510-emit-line
           move "F" to claim-pass
           perform 840-list-one-claim
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count
           move filed-count to count-out
           move filed-total to total-out
           move spaces to out-line
           string count-out " FILED  " total-out " CLAIMED"
                  delimited by size into out-line
           perform 510-emit-line

           move spaces to out-line
           perform 510-emit-line
           move spaces to out-line
           string "CLAIMS PAID IN " report-month
                  delimited by size into out-line
           perform 510-emit-line
           move "P" to claim-pass
           perform 840-list-one-claim
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count
           move paid-count to count-out
           move paid-total to total-out
           move spaces to out-line
           string count-out " PAID    " total-out " RECOVERED"
                  delimited by size into out-line
           perform 510-emit-line

           move spaces to out-line
           perform 510-emit-line
           move spaces to out-line
           string "CLAIMS DENIED IN " report-month
                  delimited by size into out-line
           perform 510-emit-line
           move "D" to claim-pass
           perform 840-list-one-claim
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count
           move denied-count to count-out
           move denied-total to total-out
           move spaces to out-line
           string count-out " DENIED  " total-out " CLAIMED"
                  delimited by size into out-line
           perform 510-emit-line

           perform 850-total-one-open
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count
           move open-count to count-out
           move open-total to total-out
           move spaces to out-line
           perform 510-emit-line
           move spaces to out-line
           string "STILL OPEN (ALL MONTHS): " count-out " CLAIMS  "
                  total-out
                  delimited by size into out-line
           perform 510-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display "Report written to WARRPRINT."
           end-if

           move "WARRMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Warranty report for " report-month
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       800-report-exit.
           exit.

       810-clear-one-listed.
           move "N" to wt-listed(warranty-idx).

      * The next unlisted warranty ending between today and the end
      * of the window, soonest first.
       820-list-next-expiring.
           move zero to next-pick
           perform 821-test-one-expiring
                   varying warranty-idx from 1 by 1
                   until warranty-idx > warranty-count
           if next-pick EQUAL TO zero
              move warranty-count to list-count
              go to 820-next-exit
           end-if

           move next-pick to warranty-idx
           move "Y" to wt-listed(warranty-idx)
           add 1 to expiring-count
           move wt-end(warranty-idx) to end-date-num
           compute end-date-int =
                   function integer-of-date(end-date-num)
           compute days-left = end-date-int - todays-date-int
           move days-left to days-out
           evaluate wt-coverage(warranty-idx)
              when "P" move "PARTS ONLY"      to wl-coverage-word
              when "L" move "LABOR ONLY"      to wl-coverage-word
              when "F" move "PARTS AND LABOR" to wl-coverage-word
              when other move spaces          to wl-coverage-word
           end-evaluate
           move spaces to out-line
           string wt-key-type(warranty-idx) " "
                  wt-key(warranty-idx) "  " wt-end(warranty-idx)
                  " " days-out " " wt-vendor(warranty-idx) " "
                  wl-coverage-word "  " wt-terms(warranty-idx)
                  delimited by size into out-line
           perform 510-emit-line.
       820-next-exit.
           exit.

       821-test-one-expiring.
           if wt-listed(warranty-idx) NOT EQUAL TO "Y" and
              wt-end(warranty-idx) NUMERIC and
              wt-end(warranty-idx) NOT LESS THAN
                 todays-date-out(1:8)
              move wt-end(warranty-idx) to end-date-num
              compute end-date-int =
                      function integer-of-date(end-date-num)
              if end-date-int NOT GREATER THAN window-end-int
                 if next-pick EQUAL TO zero
                    move warranty-idx to next-pick
                 else
                    if wt-end(warranty-idx) < wt-end(next-pick)
                       move warranty-idx to next-pick
                    end-if
                 end-if
              end-if
           end-if.

      * One claim in the section CLAIM-PASS names -- filed in the
      * month, or paid or denied in the month.
       840-list-one-claim.
           evaluate true
              when pass-filed
                 if ct-filed(claim-idx)(1:6) EQUAL TO report-month
                    add 1 to filed-count
                    add ct-amount(claim-idx) to filed-total
                    perform 845-claim-line
                 end-if
              when pass-paid
                 if ct-status(claim-idx) EQUAL TO "P" and
                    ct-resolved(claim-idx)(1:6) EQUAL TO
                    report-month
                    add 1 to paid-count
                    add ct-paid(claim-idx) to paid-total
                    perform 845-claim-line
                 end-if
              when pass-denied
                 if ct-status(claim-idx) EQUAL TO "D" and
                    ct-resolved(claim-idx)(1:6) EQUAL TO
                    report-month
                    add 1 to denied-count
                    add ct-amount(claim-idx) to denied-total
                    perform 845-claim-line
                 end-if
           end-evaluate.

       845-claim-line.
           move ct-amount(claim-idx) to amount-out
           move ct-paid(claim-idx) to paid-out
           move spaces to out-line
           evaluate ct-status(claim-idx)
              when "P"
                 string "  " ct-number(claim-idx) " "
                        ct-key-type(claim-idx) " " ct-key(claim-idx)
                        " FILED " ct-filed(claim-idx) " "
                        amount-out "  PAID " ct-resolved(claim-idx)
                        " " paid-out
                        delimited by size into out-line
              when "D"
                 string "  " ct-number(claim-idx) " "
                        ct-key-type(claim-idx) " " ct-key(claim-idx)
                        " FILED " ct-filed(claim-idx) " "
                        amount-out "  DENIED "
                        ct-resolved(claim-idx)
                        delimited by size into out-line
              when other
                 string "  " ct-number(claim-idx) " "
                        ct-key-type(claim-idx) " " ct-key(claim-idx)
                        " FILED " ct-filed(claim-idx) " "
                        amount-out "  OPEN  WO " ct-order(claim-idx)
                        delimited by size into out-line
           end-evaluate
           perform 510-emit-line.

       850-total-one-open.
           if ct-status(claim-idx) EQUAL TO "F"
              add 1 to open-count
              add ct-amount(claim-idx) to open-total
           end-if.

       510-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
