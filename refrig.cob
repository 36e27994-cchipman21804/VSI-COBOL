      *****************************************************************
      * CHILLER REFRIGERANT INVENTORY AND LEAK-RATE COMPLIANCE        *
      *                                                               *
      * Refrigerant add-backs are regulated, and the paper records    *
      * rode around in the mechanic's truck.  This program keeps a    *
      * REFCHG charge record per chiller tag -- refrigerant, full     *
      * charge in pounds, appliance class -- and appends every add,   *
      * recovery, leak repair, verification test, and purchase to     *
      * the REFLOG service log by date and technician.  Each add      *
      * works out the annualized leak rate (pounds added over the     *
      * full charge, scaled by the days since the last add) and,      *
      * when it breaks the class threshold, opens a 30-day repair     *
      * deadline; the repair opens a 10-day verification deadline,    *
      * and a passed verification closes it.  The deadline report     *
      * lists what is owed and what is overdue; the annual report     *
      * gives a plant's pounds purchased, used, and recovered.        *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   refrig.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Refrigerant charge records and their service log -- see
      * RFCHGSEL/RFCHGFD and RFLOGSEL/RFLOGFD.
           COPY rfchgsel.

           COPY rflogsel.

           select schedule-file assign to "AFFSKED"
                  organization is line sequential
                  file status is schedule-status.

           select report-file assign to "REFPRINT"
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
       COPY rfchgfd.

       COPY rflogfd.

       fd  schedule-file
           record contains 40 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 filler             pic x(24).
           05 sked-plant-in      pic x(4).
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

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

      * The REFCHG charge records, read whole and written back whole.
       01 ref-charge-status     pic xx.
       01 chg-eof-flag          pic x value "N".
           88 chg-eof                  value "Y".
       01 chg-count             pic 9(3) value zero.
       01 max-charges           pic 9(3) value 200.
       01 chg-idx               pic 9(3).
       01 chg-pick              pic 9(3) value zero.
           88 chg-not-found            value zero.
       01 charge-table.
           05 chg-entry occurs 200 times.
               10 cg-tag         pic x(10).
               10 cg-refrigerant pic x(8).
               10 cg-charge      pic 9(5)v9.
               10 cg-class       pic x.
               10 cg-last-add    pic x(8).
               10 cg-leak-rate   pic 9(3)v9.
               10 cg-deadline    pic x.
                   88 cg-repair-owed      value "O".
                   88 cg-verify-owed      value "V".
                   88 cg-clear            value " ".
               10 cg-repair-due  pic x(8).
               10 cg-verify-due  pic x(8).
       01 charges-changed-flag  pic x value "N".
           88 charges-changed          value "Y".

      * REFLOG fields.
       01 ref-log-status        pic xx.
       01 log-eof-flag          pic x value "N".
           88 log-eof                  value "Y".
       01 log-action            pic x(4).
       01 log-pounds            pic 9(5)v9.
       01 log-result            pic x.
       01 log-over              pic x.
       01 log-plant             pic x(4).
       01 log-refrigerant       pic x(8).
       01 tech-in               pic x(8).
       01 note-in               pic x(14).

      * Tag-to-plant map off the AFFSKED plant column.
       01 schedule-status       pic xx.
       01 sked-eof-flag         pic x value "N".
           88 sked-eof                 value "Y".
       01 plant-map-count       pic 9(3) value zero.
       01 plant-map-idx         pic 9(3).
       01 plant-map-table.
           05 plant-map-entry occurs 200 times.
               10 pmap-tag       pic x(10).
               10 pmap-plant     pic x(4).
       01 plant-for-tag         pic x(4).

      * Leak-rate and deadline arithmetic.
       01 service-date          pic x(8).
       01 service-date-num redefines service-date pic 9(8).
       01 work-date             pic x(8).
       01 work-date-num redefines work-date pic 9(8).
       01 days-since-add        pic s9(5).
       01 leak-rate             pic 9(3)v9.
       01 threshold-pct         pic 99.
       01 repair-days           pic 99 value 30.
       01 verify-days           pic 99 value 10.
       01 days-left             pic s9(5).

      * Annual plant report accumulators: per chiller, and per
      * refrigerant for the purchases that carry no tag.
       01 report-year           pic x(4).
       01 plant-in              pic x(4).
       01 unit-count            pic 9(3) value zero.
       01 unit-idx              pic 9(3).
       01 unit-pick             pic 9(3).
       01 unit-table.
           05 unit-entry occurs 200 times.
               10 un-tag         pic x(10).
               10 un-added       pic 9(6)v9.
               10 un-recovered   pic 9(6)v9.
               10 un-adds        pic 9(3).
               10 un-over        pic 9(3).
       01 type-count            pic 99 value zero.
       01 type-idx              pic 99.
       01 type-pick             pic 99.
       01 type-table.
           05 type-entry occurs 20 times.
               10 ty-refrigerant pic x(8).
               10 ty-purchased   pic 9(6)v9.
               10 ty-used        pic 9(6)v9.
               10 ty-recovered   pic 9(6)v9.
       01 total-purchased       pic 9(7)v9.
       01 total-used            pic 9(7)v9.
       01 total-recovered       pic 9(7)v9.
       01 owed-count            pic 9(3).
       01 overdue-count         pic 9(3).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 tag-in                pic x(10).
       01 date-in               pic x(8).
       01 entry-in              pic x(10).
       01 charge-in             pic x(10).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 yn-in                 pic x.
       01 new-unit-flag         pic x.
           88 new-unit                 value "Y".

      * Displayed-fields.
       01 pounds-out            pic zzzzz9.9.
       01 pounds-text           pic zzzzz9.9.
       01 total-out             pic zzzzzz9.9.
       01 rate-out              pic zz9.9.
       01 rate-text             pic zzz9.9.
       01 pct-out               pic z9.
       01 days-out              pic ----9.
       01 count-out             pic zz9.
       01 deadline-word         pic x(16).
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** CHILLER REFRIGERANT COMPLIANCE BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-charges thru 110-load-exit
           perform 113-load-plant-map thru 113-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           if charges-changed
              perform 180-save-charges thru 180-save-exit
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** CHILLER REFRIGERANT COMPLIANCE ENDS *****"
           display spaces

           move "REFRIG" to audit-trail-pgm
           move "Refrigerant compliance session completed."
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

       110-load-charges.
           move zero to chg-count
           open input ref-charge-file
           if ref-charge-status NOT EQUAL TO "00"
              display "No REFCHG charge records on file yet -- the"
              display "first chiller saved here creates it."
              go to 110-load-exit
           end-if
           move "N" to chg-eof-flag
           perform 111-read-charge-record
           perform 112-store-charge-record until chg-eof
           close ref-charge-file.
       110-load-exit.
           exit.

       111-read-charge-record.
           read ref-charge-file
              at end move "Y" to chg-eof-flag
           end-read.

       112-store-charge-record.
           if rc-tag NOT EQUAL TO spaces and chg-count < max-charges
              add 1 to chg-count
              move chg-count to chg-idx
              move rc-tag          to cg-tag(chg-idx)
              move rc-refrigerant  to cg-refrigerant(chg-idx)
              move function lower-case(rc-charge-in) to rc-charge-in
              compute cg-charge(chg-idx) =
                      function numval(rc-charge-in)
              move rc-class        to cg-class(chg-idx)
              move rc-last-add     to cg-last-add(chg-idx)
              move function lower-case(rc-leak-rate-in)
                   to rc-leak-rate-in
              compute cg-leak-rate(chg-idx) =
                      function numval(rc-leak-rate-in)
              move rc-deadline     to cg-deadline(chg-idx)
              move rc-repair-due   to cg-repair-due(chg-idx)
              move rc-verify-due   to cg-verify-due(chg-idx)
           end-if
           perform 111-read-charge-record.

      * The AFFSKED plant column places each tag for the plant
      * report; a tag not on the schedule posts with a blank plant.
       113-load-plant-map.
           move zero to plant-map-count
           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              go to 113-load-exit
           end-if
           move "N" to sked-eof-flag
           perform 113a-read-schedule-record
           perform 113b-store-schedule-record until sked-eof
           close schedule-file.
       113-load-exit.
           exit.

       113a-read-schedule-record.
           read schedule-file
              at end move "Y" to sked-eof-flag
           end-read.

       113b-store-schedule-record.
           if sked-tag NOT EQUAL TO spaces and plant-map-count < 200
              add 1 to plant-map-count
              move plant-map-count to plant-map-idx
              move sked-tag to pmap-tag(plant-map-idx)
              move function upper-case(sked-plant-in)
                   to pmap-plant(plant-map-idx)
           end-if
           perform 113a-read-schedule-record.

       114-plant-for-tag.
           move spaces to plant-for-tag
           perform 114a-test-plant-map
                   varying plant-map-idx from 1 by 1
                   until plant-map-idx > plant-map-count.

       114a-test-plant-map.
           if pmap-tag(plant-map-idx) EQUAL TO tag-in
              move pmap-plant(plant-map-idx) to plant-for-tag
           end-if.

       115-find-tag.
           move zero to chg-pick
           perform 116-test-one-tag
                   varying chg-idx from 1 by 1
                   until chg-idx > chg-count.

       116-test-one-tag.
           if cg-tag(chg-idx) EQUAL TO tag-in
              move chg-idx to chg-pick
           end-if.

      * Leak-rate threshold for the appliance class of CHG-IDX.
       117-set-threshold.
           evaluate cg-class(chg-idx)
              when "R" move 20 to threshold-pct
              when "I" move 30 to threshold-pct
              when other move 10 to threshold-pct
           end-evaluate.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- List chiller charges and deadlines"
           display " 2 --- Add or change a chiller charge record"
           display " 3 --- Log an add, recovery, repair, or test"
           display " 4 --- Log a refrigerant purchase"
           display " 5 --- Open repair and verification deadlines"
           display " 6 --- Annual plant refrigerant report"
           display " 0 --- Save and exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-list-charges
              when "2" perform 300-add-change-charge thru
                             300-add-change-exit
              when "3" perform 400-log-service thru 400-service-exit
              when "4" perform 450-log-purchase thru
                             450-purchase-exit
              when "5" perform 500-deadline-report thru
                             500-deadline-exit
              when "6" perform 600-annual-plant-report thru
                             600-annual-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 6."
           end-evaluate.

       200-list-charges.
           display spaces
           display "TAG        REFRIG   CHARGE LB CL LAST ADD  "
                   "LEAK %  DEADLINE"
           perform 210-disp-one-charge
                   varying chg-idx from 1 by 1
                   until chg-idx > chg-count
           move chg-count to count-out
           display count-out " chillers on file.".

       210-disp-one-charge.
           perform 220-describe-deadline
           move cg-charge(chg-idx) to pounds-out
           move cg-leak-rate(chg-idx) to rate-out
           display cg-tag(chg-idx) " " cg-refrigerant(chg-idx) " "
                   pounds-out "  " cg-class(chg-idx) " "
                   cg-last-add(chg-idx) "  " rate-out "  "
                   deadline-word.

       220-describe-deadline.
           move spaces to deadline-word
           evaluate true
              when cg-repair-owed(chg-idx)
                 string "REPAIR " cg-repair-due(chg-idx)
                        delimited by size into deadline-word
              when cg-verify-owed(chg-idx)
                 string "VERIFY " cg-verify-due(chg-idx)
                        delimited by size into deadline-word
              when other
                 move "CLEAR" to deadline-word
           end-evaluate.

      * A new tag starts clear with no add on record; changing one
      * keeps its add history and any open deadline.
       300-add-change-charge.
           display spaces
           display "Chiller tag (blank to cancel): " with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 300-add-change-exit
           end-if
           perform 115-find-tag
           if chg-not-found
              if chg-count NOT LESS THAN max-charges
                 display "The charge file is full."
                 go to 300-add-change-exit
              end-if
              move "Y" to new-unit-flag
           else
              move "N" to new-unit-flag
              move chg-pick to chg-idx
              display "Blank keeps the current value:"
              perform 210-disp-one-charge
           end-if

           display "Refrigerant (R-134A, R-123, R-22, R-410A...): "
                   with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           if entry-in EQUAL TO spaces and new-unit
              display "A new chiller needs its refrigerant."
              go to 300-add-change-exit
           end-if

           display "Full charge in pounds: " with no advancing
           accept charge-in
           if charge-in EQUAL TO spaces and NOT new-unit
              move cg-charge(chg-pick) to entry-value
           else
              move function lower-case(charge-in) to charge-in
              compute entry-value = function numval(charge-in)
           end-if
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "The full charge must be more than 0 and at"
                      " most 99999 pounds."
              go to 300-add-change-exit
           end-if

           if new-unit
              add 1 to chg-count
              move chg-count to chg-pick
              move tag-in to cg-tag(chg-pick)
              move "C" to cg-class(chg-pick)
              move spaces to cg-last-add(chg-pick)
              move zero to cg-leak-rate(chg-pick)
              move spaces to cg-deadline(chg-pick)
              move spaces to cg-repair-due(chg-pick)
              move spaces to cg-verify-due(chg-pick)
           end-if
           if entry-in NOT EQUAL TO spaces
              move entry-in(1:8) to cg-refrigerant(chg-pick)
           end-if
           move entry-value to cg-charge(chg-pick)

           display "Class C)omfort 10%, R)efrigeration 20%,"
                   " I)ndustrial 30%: " with no advancing
           accept yn-in
           move function upper-case(yn-in) to yn-in
           if yn-in EQUAL TO "C" or yn-in EQUAL TO "R" or
              yn-in EQUAL TO "I"
              move yn-in to cg-class(chg-pick)
           else
              if yn-in NOT EQUAL TO spaces
                 display "Not a class -- kept as "
                         cg-class(chg-pick) "."
              end-if
           end-if

           move "Y" to charges-changed-flag
           move chg-pick to chg-idx
           perform 210-disp-one-charge.
       300-add-change-exit.
           exit.

      * Service on a chiller with a charge record.  An add works
      * out the leak rate; a repair and a verification move the
      * deadline along.
       400-log-service.
           display spaces
           display "Chiller tag (blank to cancel): " with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 400-service-exit
           end-if
           perform 115-find-tag
           if chg-not-found
              display "No charge record for " tag-in
                      " -- add it first."
              go to 400-service-exit
           end-if
           move chg-pick to chg-idx
           perform 210-disp-one-charge

           display "A)dd, R)ecovery, L)eak repair, V)erification: "
                   with no advancing
           accept yn-in
           move function upper-case(yn-in) to yn-in
           evaluate yn-in
              when "A" move "ADD" to log-action
              when "R" move "RCVR" to log-action
              when "L" move "RPR" to log-action
              when "V" move "VRFY" to log-action
              when other
                 display "Not a service type."
                 go to 400-service-exit
           end-evaluate
           if log-action EQUAL TO "RPR" and cg-clear(chg-idx)
              display "Note: no repair deadline is open on " tag-in
                      " -- the repair is logged for the record."
           end-if
           if log-action EQUAL TO "VRFY" and
              NOT cg-verify-owed(chg-idx)
              display "Note: no verification is owed on " tag-in
                      " -- the test is logged for the record."
           end-if

           perform 470-date-and-technician thru 470-date-exit
           if service-date EQUAL TO spaces
              go to 400-service-exit
           end-if

           move zero to log-pounds
           move spaces to log-result
           move spaces to log-over
           move zero to leak-rate
           if log-action EQUAL TO "ADD" or log-action EQUAL TO "RCVR"
              display "Pounds: " with no advancing
              accept entry-in
              move function lower-case(entry-in) to entry-in
              compute entry-value = function numval(entry-in)
              if entry-value NOT GREATER THAN zero or
                 entry-value > 99999
                 display "Pounds must be more than 0 and at most"
                         " 99999."
                 go to 400-service-exit
              end-if
              move entry-value to log-pounds
           end-if
           if log-action EQUAL TO "VRFY"
              display "Verification P)assed or F)ailed: "
                      with no advancing
              accept log-result
              move function upper-case(log-result) to log-result
              if log-result NOT EQUAL TO "P" and
                 log-result NOT EQUAL TO "F"
                 display "The result must be P or F."
                 go to 400-service-exit
              end-if
           end-if
           display "Note (blank for none): " with no advancing
           accept note-in

           evaluate log-action
              when "ADD"  perform 410-leak-rate-after-add
              when "RPR"  perform 420-close-repair
              when "VRFY" perform 430-close-verification
              when other  continue
           end-evaluate

           move cg-refrigerant(chg-idx) to log-refrigerant
           perform 114-plant-for-tag
           move plant-for-tag to log-plant
           move "Y" to charges-changed-flag
           perform 190-log-event thru 190-log-exit
           perform 210-disp-one-charge.
       400-service-exit.
           exit.

      * Annualized leak rate: pounds added over the full charge,
      * times 365 over the days since the previous add (a first add
      * counts as a year's loss).  Over the threshold opens the
      * repair deadline unless one is already running.
       410-leak-rate-after-add.
           move 365 to days-since-add
           if cg-last-add(chg-idx) NUMERIC
              move cg-last-add(chg-idx) to work-date
              compute days-since-add =
                      function integer-of-date(service-date-num) -
                      function integer-of-date(work-date-num)
              if days-since-add < 1
                 move 1 to days-since-add
              end-if
           end-if
           compute leak-rate rounded =
                   log-pounds / cg-charge(chg-idx) * 365 /
                   days-since-add * 100
              on size error move 999.9 to leak-rate
           end-compute
           if cg-last-add(chg-idx) NOT NUMERIC or
              service-date > cg-last-add(chg-idx)
              move service-date to cg-last-add(chg-idx)
           end-if
           move leak-rate to cg-leak-rate(chg-idx)
           perform 117-set-threshold
           move leak-rate to rate-out
           move threshold-pct to pct-out
           display "Annualized leak rate " rate-out "% against a "
                   pct-out "% threshold."
           if leak-rate > threshold-pct
              move "Y" to log-over
              display "*** OVER THE THRESHOLD ***"
              if cg-clear(chg-idx)
                 compute work-date-num = function date-of-integer(
                         function integer-of-date(service-date-num)
                         + repair-days)
                 move work-date to cg-repair-due(chg-idx)
                 move "O" to cg-deadline(chg-idx)
                 display "Leak repair due by " work-date "."
              else
                 display "A deadline is already open on " tag-in "."
              end-if
           end-if.

       420-close-repair.
           if cg-repair-owed(chg-idx)
              compute work-date-num = function date-of-integer(
                      function integer-of-date(service-date-num)
                      + verify-days)
              move work-date to cg-verify-due(chg-idx)
              move "V" to cg-deadline(chg-idx)
              display "Repair closed; verification test due by "
                      work-date "."
           end-if.

      * A failed test puts the repair back on the books against its
      * original due date.
       430-close-verification.
           if cg-verify-owed(chg-idx)
              if log-result EQUAL TO "P"
                 move spaces to cg-deadline(chg-idx)
                 move spaces to cg-repair-due(chg-idx)
                 move spaces to cg-verify-due(chg-idx)
                 display "Verification passed -- " tag-in
                         " is clear."
              else
                 move "O" to cg-deadline(chg-idx)
                 move spaces to cg-verify-due(chg-idx)
                 display "Verification failed -- the repair is open"
                         " again, due " cg-repair-due(chg-idx) "."
              end-if
           end-if.

      * Refrigerant bought for a plant's stock, not yet in a unit.
       450-log-purchase.
           display spaces
           display "Plant code (blank for your stored preference): "
                   with no advancing
           accept log-plant
           move function upper-case(log-plant) to log-plant
           if log-plant EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to log-plant
           end-if
           if log-plant EQUAL TO spaces
              display "No plant entered."
              go to 450-purchase-exit
           end-if
           display "Refrigerant: " with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           if entry-in EQUAL TO spaces
              display "No refrigerant entered."
              go to 450-purchase-exit
           end-if
           move entry-in(1:8) to log-refrigerant

           perform 470-date-and-technician thru 470-date-exit
           if service-date EQUAL TO spaces
              go to 450-purchase-exit
           end-if
           display "Pounds purchased: " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "Pounds must be more than 0 and at most 99999."
              go to 450-purchase-exit
           end-if
           move entry-value to log-pounds
           display "Supplier or note (blank for none): "
                   with no advancing
           accept note-in

           move "BUY" to log-action
           move spaces to tag-in
           move spaces to log-result
           move spaces to log-over
           move zero to leak-rate
           perform 190-log-event thru 190-log-exit.
       450-purchase-exit.
           exit.

      * Blank SERVICE-DATE on return means the entry was refused.
       470-date-and-technician.
           display "Service date (YYYYMMDD, blank for today): "
                   with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move todays-date to date-in
           end-if
           if date-in NOT NUMERIC or date-in > todays-date
              display "The date must be YYYYMMDD, not in the future."
              move spaces to service-date
              go to 470-date-exit
           end-if
           move date-in to service-date
           display "Technician: " with no advancing
           accept tech-in
           move function upper-case(tech-in) to tech-in
           if tech-in EQUAL TO spaces
              display "The technician is required on the record."
              move spaces to service-date
           end-if.
       470-date-exit.
           exit.

      * Everything owed, soonest first as entered; past-due lines
      * are flagged, and any unit whose last add broke its
      * threshold is listed even once its deadline has closed.
       500-deadline-report.
           display spaces
           display "Print the deadline report to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "REFRIGERANT LEAK DEADLINES" to report-title
              move "REFPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           move "TAG"        to out-line(1:3)
           move "REFRIG"     to out-line(12:6)
           move "LEAK %"     to out-line(22:6)
           move "LIMIT"      to out-line(30:5)
           move "OWED"       to out-line(37:4)
           move "DUE"        to out-line(45:3)
           move "DAYS LEFT"  to out-line(55:9)
           perform 590-emit-line
           move zero to owed-count
           move zero to overdue-count
           perform 510-report-one-unit thru 510-report-exit
                   varying chg-idx from 1 by 1
                   until chg-idx > chg-count
           move spaces to out-line
           perform 590-emit-line
           move owed-count to count-out
           move spaces to out-line
           string count-out " deadlines open, "
                  delimited by size into out-line
           move overdue-count to count-out
           move count-out to out-line(23:3)
           move " overdue." to out-line(26:9)
           perform 590-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to REFPRINT."
           end-if.
       500-deadline-exit.
           exit.

       510-report-one-unit.
           perform 117-set-threshold
           if cg-clear(chg-idx) and
              cg-leak-rate(chg-idx) NOT GREATER THAN threshold-pct
              go to 510-report-exit
           end-if
           move spaces to out-line
           move cg-tag(chg-idx) to out-line(1:10)
           move cg-refrigerant(chg-idx) to out-line(12:8)
           move cg-leak-rate(chg-idx) to rate-out
           move rate-out to out-line(22:5)
           move threshold-pct to pct-out
           move pct-out to out-line(31:2)
           evaluate true
              when cg-repair-owed(chg-idx)
                 move "REPAIR" to out-line(37:6)
                 move cg-repair-due(chg-idx) to work-date
              when cg-verify-owed(chg-idx)
                 move "VERIFY" to out-line(37:6)
                 move cg-verify-due(chg-idx) to work-date
              when other
                 move "CLOSED" to out-line(37:6)
                 move spaces to work-date
           end-evaluate
           if work-date NUMERIC
              add 1 to owed-count
              move work-date to out-line(45:8)
              compute days-left =
                      function integer-of-date(work-date-num) -
                      function integer-of-date(todays-date)
              move days-left to days-out
              move days-out to out-line(57:5)
              if days-left < zero
                 add 1 to overdue-count
                 move "*** OVERDUE ***" to out-line(64:15)
              end-if
           end-if
           perform 590-emit-line.
       510-report-exit.
           exit.

      * One plant's calendar year off REFLOG: purchases, adds
      * (used), and recoveries by refrigerant, then each chiller's
      * adds and recoveries.
       600-annual-plant-report.
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
              go to 600-annual-exit
           end-if
           display "Calendar year (YYYY, blank for this year): "
                   with no advancing
           accept report-year
           if report-year EQUAL TO spaces
              move todays-date(1:4) to report-year
           end-if
           if report-year NOT NUMERIC
              display "The year must be YYYY."
              go to 600-annual-exit
           end-if

           move zero to unit-count
           move zero to type-count
           open input ref-log-file
           if ref-log-status NOT EQUAL TO "00"
              display "No REFLOG service history on file."
              go to 600-annual-exit
           end-if
           move "N" to log-eof-flag
           perform 610-read-log-record
           perform 620-tally-log-record until log-eof
           close ref-log-file

           display "Print the annual report to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "ANNUAL REFRIGERANT REPORT" to report-title
              move "REFPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "PLANT " plant-in "  CALENDAR YEAR " report-year
                  delimited by size into out-line
           perform 590-emit-line
           move spaces to out-line
           perform 590-emit-line
           move spaces to out-line
           move "REFRIGERANT"      to out-line(1:11)
           move "PURCHASED LB"     to out-line(15:12)
           move "USED LB"          to out-line(32:7)
           move "RECOVERED LB"     to out-line(44:12)
           perform 590-emit-line
           move zero to total-purchased
           move zero to total-used
           move zero to total-recovered
           perform 650-print-one-type
                   varying type-idx from 1 by 1
                   until type-idx > type-count
           move spaces to out-line
           move "TOTAL" to out-line(1:5)
           move total-purchased to total-out
           move total-out to out-line(17:10)
           move total-used to total-out
           move total-out to out-line(29:10)
           move total-recovered to total-out
           move total-out to out-line(46:10)
           perform 590-emit-line

           move spaces to out-line
           perform 590-emit-line
           move spaces to out-line
           move "CHILLER"          to out-line(1:7)
           move "ADDS"             to out-line(13:4)
           move "ADDED LB"         to out-line(19:8)
           move "RECOVERED LB"     to out-line(30:12)
           move "OVER LIMIT"       to out-line(45:10)
           perform 590-emit-line
           perform 660-print-one-unit
                   varying unit-idx from 1 by 1
                   until unit-idx > unit-count

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to REFPRINT."
           end-if

           move "REFRIG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "PLANT=" plant-in " YEAR=" report-year
                  " Annual refrigerant report."
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       600-annual-exit.
           exit.

       610-read-log-record.
           read ref-log-file
              at end move "Y" to log-eof-flag
           end-read.

       620-tally-log-record.
           if function upper-case(rl-plant) EQUAL TO plant-in and
              rl-date(1:4) EQUAL TO report-year
              move function lower-case(rl-pounds-in) to rl-pounds-in
              compute log-pounds = function numval(rl-pounds-in)
              perform 630-find-type
              evaluate rl-action
                 when "BUY"
                    add log-pounds to ty-purchased(type-pick)
                 when "ADD"
                    add log-pounds to ty-used(type-pick)
                    perform 640-find-unit
                    add log-pounds to un-added(unit-pick)
                    add 1 to un-adds(unit-pick)
                    if rl-over EQUAL TO "Y"
                       add 1 to un-over(unit-pick)
                    end-if
                 when "RCVR"
                    add log-pounds to ty-recovered(type-pick)
                    perform 640-find-unit
                    add log-pounds to un-recovered(unit-pick)
                 when other
                    continue
              end-evaluate
           end-if
           perform 610-read-log-record.

      * The last table slot takes any overflow so nothing is lost
      * from the totals.
       630-find-type.
           move zero to type-pick
           perform 631-test-one-type
                   varying type-idx from 1 by 1
                   until type-idx > type-count
           if type-pick EQUAL TO zero
              if type-count < 20
                 add 1 to type-count
                 move type-count to type-pick
                 move rl-refrigerant to ty-refrigerant(type-pick)
                 move zero to ty-purchased(type-pick)
                 move zero to ty-used(type-pick)
                 move zero to ty-recovered(type-pick)
              else
                 move type-count to type-pick
              end-if
           end-if.

       631-test-one-type.
           if ty-refrigerant(type-idx) EQUAL TO rl-refrigerant
              move type-idx to type-pick
           end-if.

       640-find-unit.
           move zero to unit-pick
           perform 641-test-one-unit
                   varying unit-idx from 1 by 1
                   until unit-idx > unit-count
           if unit-pick EQUAL TO zero
              if unit-count < 200
                 add 1 to unit-count
                 move unit-count to unit-pick
                 move rl-tag to un-tag(unit-pick)
                 move zero to un-added(unit-pick)
                 move zero to un-recovered(unit-pick)
                 move zero to un-adds(unit-pick)
                 move zero to un-over(unit-pick)
              else
                 move unit-count to unit-pick
              end-if
           end-if.

       641-test-one-unit.
           if un-tag(unit-idx) EQUAL TO rl-tag
              move unit-idx to unit-pick
           end-if.

       650-print-one-type.
           add ty-purchased(type-idx) to total-purchased
           add ty-used(type-idx) to total-used
           add ty-recovered(type-idx) to total-recovered
           move spaces to out-line
           move ty-refrigerant(type-idx) to out-line(1:8)
           move ty-purchased(type-idx) to total-out
           move total-out to out-line(17:10)
           move ty-used(type-idx) to total-out
           move total-out to out-line(29:10)
           move ty-recovered(type-idx) to total-out
           move total-out to out-line(46:10)
           perform 590-emit-line.

       660-print-one-unit.
           move spaces to out-line
           move un-tag(unit-idx) to out-line(1:10)
           move un-adds(unit-idx) to count-out
           move count-out to out-line(14:3)
           move un-added(unit-idx) to total-out
           move total-out to out-line(18:10)
           move un-recovered(unit-idx) to total-out
           move total-out to out-line(32:10)
           move un-over(unit-idx) to count-out
           move count-out to out-line(52:3)
           perform 590-emit-line.

       180-save-charges.
           open output ref-charge-file
           if ref-charge-status NOT EQUAL TO "00"
              display "Unable to open REFCHG for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-charge
                   varying chg-idx from 1 by 1
                   until chg-idx > chg-count
           close ref-charge-file
           display "REFCHG written with " chg-count " chillers.".
       180-save-exit.
           exit.

       181-write-one-charge.
           move spaces to ref-charge-record
           move cg-tag(chg-idx)          to rc-tag
           move cg-refrigerant(chg-idx)  to rc-refrigerant
           move cg-charge(chg-idx)       to pounds-text
           move pounds-text              to rc-charge-in
           move cg-class(chg-idx)        to rc-class
           move cg-last-add(chg-idx)     to rc-last-add
           move cg-leak-rate(chg-idx)    to rate-text
           move rate-text                to rc-leak-rate-in
           move cg-deadline(chg-idx)     to rc-deadline
           move cg-repair-due(chg-idx)   to rc-repair-due
           move cg-verify-due(chg-idx)   to rc-verify-due
           write ref-charge-record.

      * Every event appends its REFLOG line and an audit-trail
      * entry as it is posted.
       190-log-event.
           open extend ref-log-file
           if ref-log-status EQUAL TO "05" OR
              ref-log-status EQUAL TO "35"
              open output ref-log-file
           end-if
           if ref-log-status NOT EQUAL TO "00"
              display "Unable to open the REFLOG service log."
              go to 190-log-exit
           end-if
           move spaces to ref-log-record
           move tag-in to rl-tag
           move log-plant to rl-plant
           move service-date to rl-date
           move log-action to rl-action
           move log-pounds to pounds-text
           move pounds-text to rl-pounds-in
           move log-refrigerant to rl-refrigerant
           if log-action EQUAL TO "ADD"
              move leak-rate to rate-text
              move rate-text to rl-leak-rate-in
           end-if
           move log-over to rl-over
           move log-result to rl-result
           move tech-in to rl-tech
           move note-in to rl-note
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to rl-oper
           write ref-log-record
           close ref-log-file

           move "REFRIG" to audit-trail-pgm
           move spaces to audit-trail-detail
           move log-pounds to pounds-out
           string "TAG=" tag-in " PLANT=" log-plant " " log-action
                  " LB=" pounds-out " TECH=" tech-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       190-log-exit.
           exit.

       590-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
