      *****************************************************************
      * SERIAL-NUMBER MOTOR INVENTORY                                 *
      *                                                               *
      * REWINDBUY and MOTORLIB think in horsepower and pole classes;  *
      * the storeroom thinks in physical motors.  This program keeps  *
      * the MOTORINV inventory by serial number -- nameplate HP,      *
      * poles, frame, enclosure, efficiency class, rewind count --    *
      * and where each motor is: installed at a tag, in stores, or    *
      * out for repair.  The swap, send-out, and return transactions  *
      * move a motor and append its MOTORHIST line; a return from     *
      * the shop as rewound adds to the rewind count REWINDBUY        *
      * charges against the motor.  The spares report shows the       *
      * shelf by HP/poles/frame and, for every installed tag, how     *
      * many matching spares are in stores; the history report gives  *
      * one serial number's movements and rewinds.                    *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   motinv.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Motor inventory and its transaction log -- see MINVSEL/
      * MINVFD and MHISTSEL/MHISTFD.
           COPY minvsel.

           COPY mhistsel.

           select report-file assign to "MINVPRINT"
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
       COPY minvfd.

       COPY mhistfd.

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

      * The MOTORINV inventory, read whole and written back whole.
       01 motor-inv-status      pic xx.
       01 inv-eof-flag          pic x value "N".
           88 inv-eof                  value "Y".
       01 inv-count             pic 9(3) value zero.
       01 max-motors            pic 9(3) value 300.
       01 inv-idx               pic 9(3).
       01 inv-pick              pic 9(3) value zero.
           88 inv-not-found            value zero.
       01 out-pick              pic 9(3) value zero.
       01 inventory-table.
           05 inv-entry occurs 300 times.
               10 iv-serial      pic x(12).
               10 iv-hp          pic 9(4)v9.
               10 iv-poles       pic 99.
               10 iv-frame       pic x(6).
               10 iv-enclosure   pic x(4).
               10 iv-eff-class   pic x(4).
               10 iv-rewinds     pic 99.
               10 iv-location    pic x.
                   88 iv-installed        value "I".
                   88 iv-in-stores        value "S".
                   88 iv-at-repair        value "R".
               10 iv-where       pic x(10).
               10 iv-since       pic x(8).
       01 inventory-changed-flag pic x value "N".
           88 inventory-changed        value "Y".

      * MOTORHIST fields.
       01 motor-hist-status     pic xx.
       01 hist-eof-flag         pic x value "N".
           88 hist-eof                 value "Y".
       01 hist-action           pic x(4).
       01 hist-where            pic x(10).
       01 hist-rewound          pic x.
       01 hist-note             pic x(16).
       01 hist-count            pic 9(3).
       01 rewind-count          pic 9(3).

      * Report ordering -- HP, poles, frame, serial -- sorted in an
      * index table so the inventory keeps its own order.
       01 sort-count            pic 9(3) value zero.
       01 sort-idx              pic 9(3).
       01 sort-jdx              pic 9(3).
       01 sort-table.
           05 sort-entry occurs 300 times.
               10 st-key.
                   15 st-hp       pic 9(4)v9.
                   15 st-poles    pic 99.
                   15 st-frame    pic x(6).
                   15 st-serial   pic x(12).
               10 st-inv-idx     pic 9(3).
       01 sort-swap             pic x(28).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 spare-match-count     pic 9(3).
       01 repair-match-count    pic 9(3).
       01 no-spare-count        pic 9(3).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 serial-in             pic x(12).
       01 tag-in                pic x(10).
       01 entry-in              pic x(10).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 yn-in                 pic x.
       01 new-motor-flag        pic x.
           88 new-motor                value "Y".

      * Displayed-fields.
       01 hp-out                pic zzz9.9.
       01 hp-text               pic 9(4).9.
       01 poles-out             pic z9.
       01 rewinds-out           pic z9.
       01 count-out             pic zz9.
       01 where-word            pic x(10).
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** SERIAL-NUMBER MOTOR INVENTORY BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-inventory thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           if inventory-changed
              perform 180-save-inventory thru 180-save-exit
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** SERIAL-NUMBER MOTOR INVENTORY ENDS *****"
           display spaces

           move "MOTINV" to audit-trail-pgm
           move "Motor-inventory session completed."
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

       110-load-inventory.
           move zero to inv-count
           open input motor-inv-file
           if motor-inv-status NOT EQUAL TO "00"
              display "No MOTORINV inventory on file yet -- the first"
              display "motor saved here creates it."
              go to 110-load-exit
           end-if
           move "N" to inv-eof-flag
           perform 111-read-inv-record
           perform 112-store-inv-record until inv-eof
           close motor-inv-file.
       110-load-exit.
           exit.

       111-read-inv-record.
           read motor-inv-file
              at end move "Y" to inv-eof-flag
           end-read.

       112-store-inv-record.
           if mi-serial NOT EQUAL TO spaces and inv-count < max-motors
              add 1 to inv-count
              move inv-count to inv-idx
              move mi-serial     to iv-serial(inv-idx)
              move function lower-case(mi-hp-in) to mi-hp-in
              compute iv-hp(inv-idx) = function numval(mi-hp-in)
              move function lower-case(mi-poles-in) to mi-poles-in
              compute iv-poles(inv-idx) =
                      function numval(mi-poles-in)
              move mi-frame      to iv-frame(inv-idx)
              move mi-enclosure  to iv-enclosure(inv-idx)
              move mi-eff-class  to iv-eff-class(inv-idx)
              move function lower-case(mi-rewinds-in)
                   to mi-rewinds-in
              compute iv-rewinds(inv-idx) =
                      function numval(mi-rewinds-in)
              move mi-location   to iv-location(inv-idx)
              move mi-where      to iv-where(inv-idx)
              move mi-since      to iv-since(inv-idx)
           end-if
           perform 111-read-inv-record.

       115-find-serial.
           move zero to inv-pick
           perform 116-test-one-serial
                   varying inv-idx from 1 by 1
                   until inv-idx > inv-count.

       116-test-one-serial.
           if iv-serial(inv-idx) EQUAL TO serial-in
              move inv-idx to inv-pick
           end-if.

       117-find-installed.
           move zero to out-pick
           perform 118-test-one-installed
                   varying inv-idx from 1 by 1
                   until inv-idx > inv-count.

       118-test-one-installed.
           if iv-installed(inv-idx) and
              iv-where(inv-idx) EQUAL TO tag-in
              move inv-idx to out-pick
           end-if.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- List the motor inventory"
           display " 2 --- Add or change a motor"
           display " 3 --- Swap the motor at a tag"
           display " 4 --- Send a motor out for repair"
           display " 5 --- Return a motor from repair"
           display " 6 --- Spares on the shelf by HP/frame"
           display " 7 --- Serial-number history"
           display " 0 --- Save and exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-list-inventory
              when "2" perform 300-add-change-motor thru
                             300-add-change-exit
              when "3" perform 400-swap-motor thru 400-swap-exit
              when "4" perform 450-send-out thru 450-send-exit
              when "5" perform 470-return-motor thru 470-return-exit
              when "6" perform 500-spares-report thru
                             500-spares-exit
              when "7" perform 600-serial-history thru
                             600-history-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 7."
           end-evaluate.

       200-list-inventory.
           display spaces
           display "SERIAL           HP PL FRAME  ENCL EFF  RW "
                   "WHERE"
           perform 210-disp-one-motor
                   varying inv-idx from 1 by 1
                   until inv-idx > inv-count
           move inv-count to count-out
           display count-out " motors on file.".

       210-disp-one-motor.
           perform 220-describe-location
           move iv-hp(inv-idx) to hp-out
           move iv-poles(inv-idx) to poles-out
           move iv-rewinds(inv-idx) to rewinds-out
           display iv-serial(inv-idx) " " hp-out " " poles-out " "
                   iv-frame(inv-idx) " " iv-enclosure(inv-idx) " "
                   iv-eff-class(inv-idx) " " rewinds-out " "
                   where-word " " iv-where(inv-idx) " "
                   iv-since(inv-idx).

       220-describe-location.
           evaluate true
              when iv-installed(inv-idx)
                 move "INSTALLED" to where-word
              when iv-at-repair(inv-idx)
                 move "AT REPAIR" to where-word
              when other
                 move "IN STORES" to where-word
           end-evaluate.

      * A new serial number goes into stores; changing one keeps
      * its location -- only the transactions move a motor.
       300-add-change-motor.
           display spaces
           display "Motor serial number (blank to cancel): "
                   with no advancing
           accept serial-in
           move function upper-case(serial-in) to serial-in
           if serial-in EQUAL TO spaces
              go to 300-add-change-exit
           end-if
           perform 115-find-serial
           if inv-not-found
              if inv-count NOT LESS THAN max-motors
                 display "The inventory is full."
                 go to 300-add-change-exit
              end-if
              move "Y" to new-motor-flag
              display "New motor -- it goes into stores."
           else
              move "N" to new-motor-flag
              move inv-pick to inv-idx
              display "Blank keeps the current value:"
              perform 210-disp-one-motor
           end-if

           display "Nameplate HP: " with no advancing
           accept entry-in
           if entry-in EQUAL TO spaces and NOT new-motor
              move iv-hp(inv-pick) to entry-value
           else
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
           end-if
           if entry-value NOT GREATER THAN zero or
              entry-value > 9999
              display "Nameplate HP must be more than 0 and at most"
                      " 9999."
              go to 300-add-change-exit
           end-if
           if new-motor
              add 1 to inv-count
              move inv-count to inv-pick
              move serial-in to iv-serial(inv-pick)
              move zero to iv-poles(inv-pick)
              move spaces to iv-frame(inv-pick)
              move spaces to iv-enclosure(inv-pick)
              move spaces to iv-eff-class(inv-pick)
              move zero to iv-rewinds(inv-pick)
              move "S" to iv-location(inv-pick)
              move spaces to iv-where(inv-pick)
              move todays-date to iv-since(inv-pick)
           end-if
           move entry-value to iv-hp(inv-pick)

           display "Poles (2, 4, 6, 8...): " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value < 2 or entry-value > 24
                 display "Poles must be 2 through 24 -- kept as was."
              else
                 move entry-value to iv-poles(inv-pick)
              end-if
           end-if

           display "NEMA frame: " with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           if entry-in NOT EQUAL TO spaces
              move entry-in(1:6) to iv-frame(inv-pick)
           end-if

           display "Enclosure (ODP, TEFC, TENV, XP): "
                   with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           if entry-in NOT EQUAL TO spaces
              move entry-in(1:4) to iv-enclosure(inv-pick)
           end-if

           display "Efficiency class (STD, EPAC, PREM): "
                   with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           if entry-in NOT EQUAL TO spaces
              move entry-in(1:4) to iv-eff-class(inv-pick)
           end-if

           display "Rewinds to date: " with no advancing
           accept entry-in
           if entry-in NOT EQUAL TO spaces
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value < zero or entry-value > 99
                 display "Rewinds must be 0 through 99 -- kept as was."
              else
                 move entry-value to iv-rewinds(inv-pick)
              end-if
           end-if

           move "Y" to inventory-changed-flag
           if new-motor
              move "ADD" to hist-action
              move spaces to hist-where
              move spaces to hist-rewound
              move spaces to hist-note
              perform 190-log-transaction thru 190-log-exit
           end-if
           move inv-pick to inv-idx
           perform 210-disp-one-motor.
       300-add-change-exit.
           exit.

      * The motor in stores goes in at the tag; whatever was there
      * comes out to stores or straight to the repair shop.
       400-swap-motor.
           display spaces
           display "Equipment tag (blank to cancel): "
                   with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 400-swap-exit
           end-if
           perform 117-find-installed
           if out-pick EQUAL TO zero
              display "No motor on file as installed at " tag-in "."
           else
              move out-pick to inv-idx
              display "Now installed:"
              perform 210-disp-one-motor
           end-if

           display "Serial number going in (from stores): "
                   with no advancing
           accept serial-in
           move function upper-case(serial-in) to serial-in
           perform 115-find-serial
           if inv-not-found
              display "No such serial number -- add it first."
              go to 400-swap-exit
           end-if
           if NOT iv-in-stores(inv-pick)
              move inv-pick to inv-idx
              perform 220-describe-location
              display serial-in " is " where-word
                      " -- only a motor in stores can go in."
              go to 400-swap-exit
           end-if
           if out-pick NOT EQUAL TO zero
              if iv-hp(inv-pick) NOT EQUAL TO iv-hp(out-pick) or
                 iv-frame(inv-pick) NOT EQUAL TO iv-frame(out-pick)
                 display "The HP or frame differs from the motor"
                         " coming out.  Swap anyway? (Y/N): "
                         with no advancing
                 accept yn-in
                 move function upper-case(yn-in) to yn-in
                 if yn-in NOT EQUAL TO "Y"
                    go to 400-swap-exit
                 end-if
              end-if

              display "Pulled motor to S)tores or R)epair shop? "
                      with no advancing
              accept yn-in
              move function upper-case(yn-in) to yn-in
              if yn-in NOT EQUAL TO "S" and yn-in NOT EQUAL TO "R"
                 display "Swap cancelled."
                 go to 400-swap-exit
              end-if
              if yn-in EQUAL TO "R"
                 display "Repair shop: " with no advancing
                 accept entry-in
                 move function upper-case(entry-in) to entry-in
              end-if

              move iv-serial(out-pick) to serial-in
              move "PULL" to hist-action
              move tag-in to hist-where
              move spaces to hist-rewound
              move spaces to hist-note
              perform 190-log-transaction thru 190-log-exit
              move yn-in to iv-location(out-pick)
              move spaces to iv-where(out-pick)
              move todays-date to iv-since(out-pick)
              if yn-in EQUAL TO "R"
                 move entry-in to iv-where(out-pick)
                 move "SEND" to hist-action
                 move entry-in to hist-where
                 perform 190-log-transaction thru 190-log-exit
              end-if
              move iv-serial(inv-pick) to serial-in
           end-if

           move "I" to iv-location(inv-pick)
           move tag-in to iv-where(inv-pick)
           move todays-date to iv-since(inv-pick)
           move "INST" to hist-action
           move tag-in to hist-where
           move spaces to hist-rewound
           move spaces to hist-note
           perform 190-log-transaction thru 190-log-exit
           move "Y" to inventory-changed-flag
           display serial-in " installed at " tag-in ".".
       400-swap-exit.
           exit.

       450-send-out.
           display spaces
           display "Serial number to send out (blank to cancel): "
                   with no advancing
           accept serial-in
           move function upper-case(serial-in) to serial-in
           if serial-in EQUAL TO spaces
              go to 450-send-exit
           end-if
           perform 115-find-serial
           if inv-not-found
              display "No such serial number."
              go to 450-send-exit
           end-if
           if iv-installed(inv-pick)
              display serial-in " is installed at " iv-where(inv-pick)
                      " -- swap it out first."
              go to 450-send-exit
           end-if
           if iv-at-repair(inv-pick)
              display serial-in " is already at " iv-where(inv-pick)
                      "."
              go to 450-send-exit
           end-if
           display "Repair shop: " with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           display "Reason (e.g. OPEN WINDING): " with no advancing
           accept hist-note
           move function upper-case(hist-note) to hist-note

           move "R" to iv-location(inv-pick)
           move entry-in to iv-where(inv-pick)
           move todays-date to iv-since(inv-pick)
           move "SEND" to hist-action
           move entry-in to hist-where
           move spaces to hist-rewound
           perform 190-log-transaction thru 190-log-exit
           move "Y" to inventory-changed-flag
           display serial-in " sent to " entry-in ".".
       450-send-exit.
           exit.

      * Back into stores; a rewind adds to the count REWINDBUY
      * charges against the motor.
       470-return-motor.
           display spaces
           display "Serial number back from repair (blank to cancel): "
                   with no advancing
           accept serial-in
           move function upper-case(serial-in) to serial-in
           if serial-in EQUAL TO spaces
              go to 470-return-exit
           end-if
           perform 115-find-serial
           if inv-not-found
              display "No such serial number."
              go to 470-return-exit
           end-if
           if NOT iv-at-repair(inv-pick)
              display serial-in " is not out for repair."
              go to 470-return-exit
           end-if
           display "Was it rewound? (Y/N): " with no advancing
           accept yn-in
           move function upper-case(yn-in) to yn-in
           if yn-in NOT EQUAL TO "Y" and yn-in NOT EQUAL TO "N"
              display "Answer Y or N -- return not posted."
              go to 470-return-exit
           end-if
           display "Shop note (e.g. NEW BEARINGS): " with no advancing
           accept hist-note
           move function upper-case(hist-note) to hist-note

           move "RETN" to hist-action
           move iv-where(inv-pick) to hist-where
           move space to hist-rewound
           if yn-in EQUAL TO "Y"
              move "Y" to hist-rewound
              if iv-rewinds(inv-pick) < 99
                 add 1 to iv-rewinds(inv-pick)
              end-if
           end-if
           move "S" to iv-location(inv-pick)
           move spaces to iv-where(inv-pick)
           move todays-date to iv-since(inv-pick)
           perform 190-log-transaction thru 190-log-exit
           move "Y" to inventory-changed-flag
           move iv-rewinds(inv-pick) to rewinds-out
           display serial-in " back in stores, " rewinds-out
                   " rewinds to date.".
       470-return-exit.
           exit.

      * The shelf by HP, poles, and frame; then every installed tag
      * with the count of matching spares in stores and at repair.
       500-spares-report.
           move zero to sort-count
           perform 510-load-one-key
                   varying inv-idx from 1 by 1
                   until inv-idx > inv-count
           if sort-count EQUAL TO zero
              display "No motors on file."
              go to 500-spares-exit
           end-if
           move "Y" to swap-flag
           perform 520-sort-pass until NOT swapped

           display spaces
           display "Print the spares report to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "MOTOR SPARES ON THE SHELF" to report-title
              move "MINVPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move "SPARES IN STORES BY HP / POLES / FRAME" to out-line
           perform 590-emit-line
           move "      HP PL FRAME  SERIAL       ENCL EFF  RW  SINCE"
                to out-line
           perform 590-emit-line
           perform 530-print-one-spare
                   varying sort-idx from 1 by 1
                   until sort-idx > sort-count

           move spaces to out-line
           perform 590-emit-line
           move "INSTALLED TAGS -- SPARES OF THE SAME HP, POLES, FRAME"
                to out-line
           perform 590-emit-line
           move spaces to out-line
           move "TAG"    to out-line(1:3)
           move "SERIAL" to out-line(12:6)
           move "HP"     to out-line(29:2)
           move "PL"     to out-line(32:2)
           move "FRAME"  to out-line(35:5)
           move "SPARES" to out-line(41:6)
           move "REPAIR" to out-line(48:6)
           perform 590-emit-line
           move zero to no-spare-count
           perform 540-print-one-tag
                   varying sort-idx from 1 by 1
                   until sort-idx > sort-count
           move no-spare-count to count-out
           move spaces to out-line
           string count-out " installed tags with no spare on the"
                  " shelf."
                  delimited by size into out-line
           perform 590-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Spares report written to MINVPRINT."
           end-if.
       500-spares-exit.
           exit.

       510-load-one-key.
           add 1 to sort-count
           move iv-hp(inv-idx) to st-hp(sort-count)
           move iv-poles(inv-idx) to st-poles(sort-count)
           move iv-frame(inv-idx) to st-frame(sort-count)
           move iv-serial(inv-idx) to st-serial(sort-count)
           move inv-idx to st-inv-idx(sort-count).

       520-sort-pass.
           move "N" to swap-flag
           perform 521-compare-one-pair
                   varying sort-idx from 1 by 1
                   until sort-idx NOT LESS THAN sort-count.

       521-compare-one-pair.
           compute sort-jdx = sort-idx + 1
           if st-key(sort-idx) > st-key(sort-jdx)
              move sort-entry(sort-idx) to sort-swap
              move sort-entry(sort-jdx) to sort-entry(sort-idx)
              move sort-swap to sort-entry(sort-jdx)
              move "Y" to swap-flag
           end-if.

       530-print-one-spare.
           move st-inv-idx(sort-idx) to inv-idx
           if iv-in-stores(inv-idx)
              move iv-hp(inv-idx) to hp-out
              move iv-poles(inv-idx) to poles-out
              move iv-rewinds(inv-idx) to rewinds-out
              move spaces to out-line
              string "  " hp-out " " poles-out " " iv-frame(inv-idx)
                     " " iv-serial(inv-idx) " " iv-enclosure(inv-idx)
                     " " iv-eff-class(inv-idx) " " rewinds-out "  "
                     iv-since(inv-idx)
                     delimited by size into out-line
              perform 590-emit-line
           end-if.

       540-print-one-tag.
           move st-inv-idx(sort-idx) to out-pick
           if iv-installed(out-pick)
              move zero to spare-match-count
              move zero to repair-match-count
              perform 541-count-one-match
                      varying inv-idx from 1 by 1
                      until inv-idx > inv-count
              move iv-hp(out-pick) to hp-out
              move iv-poles(out-pick) to poles-out
              move spare-match-count to count-out
              move spaces to out-line
              string iv-where(out-pick) " " iv-serial(out-pick) " "
                     hp-out " " poles-out " " iv-frame(out-pick)
                     delimited by size into out-line
              move count-out to out-line(44:3)
              move repair-match-count to count-out
              move count-out to out-line(51:3)
              if spare-match-count EQUAL TO zero
                 move "NO SPARE" to out-line(56:8)
                 add 1 to no-spare-count
              end-if
              perform 590-emit-line
           end-if.

       541-count-one-match.
           if iv-hp(inv-idx) EQUAL TO iv-hp(out-pick) and
              iv-poles(inv-idx) EQUAL TO iv-poles(out-pick) and
              iv-frame(inv-idx) EQUAL TO iv-frame(out-pick)
              if iv-in-stores(inv-idx)
                 add 1 to spare-match-count
              end-if
              if iv-at-repair(inv-idx)
                 add 1 to repair-match-count
              end-if
           end-if.

       590-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * One serial number's MOTORHIST movements, oldest first, with
      * the rewinds the shop returns recorded.
       600-serial-history.
           display spaces
           display "Motor serial number (blank to cancel): "
                   with no advancing
           accept serial-in
           move function upper-case(serial-in) to serial-in
           if serial-in EQUAL TO spaces
              go to 600-history-exit
           end-if
           perform 115-find-serial
           if inv-not-found
              display "No such serial number."
              go to 600-history-exit
           end-if

           display "Print the history to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "MOTOR SERIAL-NUMBER HISTORY" to report-title
              move "MINVPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move inv-pick to inv-idx
           perform 220-describe-location
           move iv-hp(inv-idx) to hp-out
           move iv-poles(inv-idx) to poles-out
           move spaces to out-line
           string "SERIAL " serial-in " " hp-out " HP " poles-out
                  " POLE " iv-frame(inv-idx) " "
                  iv-enclosure(inv-idx) " " iv-eff-class(inv-idx)
                  " -- " where-word " " iv-where(inv-idx)
                  delimited by size into out-line
           perform 590-emit-line
           move "  DATE     ACTION WHERE      RW NOTE             OPER"
                to out-line
           perform 590-emit-line

           move zero to hist-count
           move zero to rewind-count
           open input motor-hist-file
           if motor-hist-status EQUAL TO "00"
              move "N" to hist-eof-flag
              perform 610-read-hist-record
              perform 620-print-one-hist until hist-eof
              close motor-hist-file
           end-if

           move hist-count to count-out
           move spaces to out-line
           string count-out " movements on file."
                  delimited by size into out-line
           perform 590-emit-line
           move rewind-count to count-out
           move iv-rewinds(inv-idx) to rewinds-out
           move spaces to out-line
           string count-out " rewinds in the history; " rewinds-out
                  " rewinds to date on the inventory."
                  delimited by size into out-line
           perform 590-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "History written to MINVPRINT."
           end-if.
       600-history-exit.
           exit.

       610-read-hist-record.
           read motor-hist-file
              at end move "Y" to hist-eof-flag
           end-read.

       620-print-one-hist.
           if mh-serial EQUAL TO serial-in
              add 1 to hist-count
              if mh-rewound EQUAL TO "Y"
                 add 1 to rewind-count
              end-if
              move spaces to out-line
              string "  " mh-date " " mh-action "   " mh-where " "
                     mh-rewound "  " mh-note " " mh-oper
                     delimited by size into out-line
              perform 590-emit-line
           end-if
           perform 610-read-hist-record.

       180-save-inventory.
           open output motor-inv-file
           if motor-inv-status NOT EQUAL TO "00"
              display "Unable to open MOTORINV for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-motor
                   varying inv-idx from 1 by 1
                   until inv-idx > inv-count
           close motor-inv-file
           display "MOTORINV written with " inv-count " motors.".
       180-save-exit.
           exit.

       181-write-one-motor.
           move spaces to motor-inv-record
           move iv-serial(inv-idx)     to mi-serial
           move iv-hp(inv-idx)         to hp-text
           move hp-text                to mi-hp-in
           move iv-poles(inv-idx)      to mi-poles-in
           move iv-frame(inv-idx)      to mi-frame
           move iv-enclosure(inv-idx)  to mi-enclosure
           move iv-eff-class(inv-idx)  to mi-eff-class
           move iv-rewinds(inv-idx)    to mi-rewinds-in
           move iv-location(inv-idx)   to mi-location
           move iv-where(inv-idx)      to mi-where
           move iv-since(inv-idx)      to mi-since
           write motor-inv-record.

      * Every movement appends its MOTORHIST line and an audit-trail
      * entry as it is posted.
       190-log-transaction.
           open extend motor-hist-file
           if motor-hist-status EQUAL TO "05" OR
              motor-hist-status EQUAL TO "35"
              open output motor-hist-file
           end-if
           if motor-hist-status NOT EQUAL TO "00"
              display "Unable to open the MOTORHIST log."
              go to 190-log-exit
           end-if
           move spaces to motor-hist-record
           move serial-in to mh-serial
           move todays-date to mh-date
           move hist-action to mh-action
           move hist-where to mh-where
           move hist-rewound to mh-rewound
           move hist-note to mh-note
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to mh-oper
           write motor-hist-record
           close motor-hist-file

           move "MOTINV" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "SERIAL=" serial-in " " hist-action " " hist-where
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       190-log-exit.
           exit.
