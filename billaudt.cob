      *****************************************************************
      * UTILITY-BILL AUDIT AND DISPUTE TRACKING                       *
      *                                                               *
      * BILLLOG checks a bill's usage against the meter's own        *
      * seasonal band; nothing checked that the utility billed the   *
      * usage at the right rate.  This program re-prices each        *
      * BILLLOG bill from its own usage and demand -- electric       *
      * meters at the RATESCHED tariff in force on the last day of   *
      * the service period (energy at the hour-share blended rate,   *
      * demand at the $/kW-month charge), gas meters through the     *
      * FUELTARIFF block schedule in force on that day -- with the   *
      * commodity taken off the METERMAST meter master, and lists    *
      * every bill whose billed dollars differ from the re-priced    *
      * figure by more than the tolerance.  A power-factor penalty   *
      * billed on the line is added to the re-priced figure, since   *
      * the tariff price alone knows nothing of it.  Each overcharge *
      * goes to the BILLDISP dispute file as Flagged, and is carried *
      * through Claimed to Credit received (or Withdrawn) from here, *
      * with a dispute status report of what is still owed.          *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   billaudt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Utility-bill log -- see BILLSEL.
           COPY billsel.

      * Utility-meter master -- see METERSEL.
           COPY metersel.

      * Time-of-use electric-rate master -- see RATESEL.
           COPY ratesel.

      * Block-tariff master: one line per block, ascending
      * thresholds within a plant, fuel, and effective date.
           select fuel-tariff-file assign to "FUELTARIFF"
                  organization is line sequential
                  file status is tariff-status.

           select dispute-file assign to "BILLDISP"
                  organization is line sequential
                  file status is dispute-status.

           select report-file assign to "AUDTPRINT"
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
       COPY billfd.

       COPY meterfd.

       COPY ratefd.

      * One line per tariff block: plant, fuel code, effective
      * date, block sequence, the block's upper threshold in usage
      * units, and the $/unit rate inside the block -- the layout
      * FUELSAVE prices through.
       fd  fuel-tariff-file
           record contains 40 characters.
       01 fuel-tariff-record.
           05 tf-plant           pic x(4).
           05 tf-fuel            pic x(2).
           05 tf-eff-date        pic x(8).
           05 tf-seq             pic 9.
           05 tf-thresh-in       pic x(10).
           05 tf-rate-in         pic x(8).
           05 filler             pic x(7).

      * One line per disputed bill: the bill's key (plant, meter,
      * service period), the billed and re-priced dollars and the
      * overcharge, the status -- F flagged, C claimed, R credit
      * received, W withdrawn -- with the date each status was
      * reached, the utility's claim reference, and the credit.
       fd  dispute-file
           record contains 120 characters.
       01 dispute-record.
           05 dp-plant           pic x(4).
           05 dp-meter           pic x(10).
           05 dp-start           pic x(8).
           05 dp-end             pic x(8).
           05 dp-billed-in       pic x(10).
           05 dp-repriced-in     pic x(10).
           05 dp-diff-in         pic x(10).
           05 dp-status          pic x.
           05 dp-flag-date       pic x(8).
           05 dp-claim-date      pic x(8).
           05 dp-claim-ref       pic x(12).
           05 dp-credit-date     pic x(8).
           05 dp-credit-in       pic x(10).
           05 filler             pic x(13).

       fd  report-file
           record contains 120 characters.
       01 report-record         pic x(120).

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

      * Tariff lookup fields -- see RATEWS.
       COPY ratews.

       01 bill-status           pic xx.
       01 bill-eof-flag         pic x value "N".
           88 bill-eof                 value "Y".
       01 metermast-status      pic xx.
       01 meter-eof-flag        pic x value "N".
           88 meter-eof                value "Y".
       01 dispute-status        pic xx.
       01 dispute-eof-flag      pic x value "N".
           88 dispute-eof              value "Y".

      * Meter master, for each bill's commodity.
       01 meter-count           pic 9(3) value zero.
       01 meter-idx             pic 9(3).
       01 meter-pick            pic 9(3) value zero.
           88 meter-not-found          value zero.
       01 meter-table.
           05 meter-entry occurs 200 times.
               10 mt-plant       pic x(4).
               10 mt-meter       pic x(10).
               10 mt-commodity   pic x.
               10 mt-fuel        pic x(2).

      * Block-tariff fields -- the whole FUELTARIFF file is held in
      * storage, the FUELSAVE shape.
       01 tariff-status         pic xx.
       01 tariff-eof-flag       pic x value "N".
           88 tariff-eof               value "Y".
       01 tariff-count          pic 99 value zero.
       01 tariff-idx            pic 99.
       01 tariff-table.
           05 tariff-entry occurs 40 times.
               10 tt-plant       pic x(4).
               10 tt-fuel        pic x(2).
               10 tt-eff         pic x(8).
               10 tt-thresh      pic 9(8)v99 USAGE COMP.
               10 tt-rate        pic 9(3)v9(4) USAGE COMP.
       01 tariff-probe-plant    pic x(4).
       01 tariff-probe-fuel     pic x(2).
       01 tariff-probe-date     pic x(8).
       01 tariff-best-date      pic x(8).
       01 tariff-found-flag     pic x.
           88 tariff-set-found         value "Y".
       01 block-lo              pic 9(8)v99 USAGE COMP.
       01 block-hi              pic 9(8)v99 USAGE COMP.
       01 block-units           pic s9(8)v99 USAGE COMP.

      * The dispute file, held whole for the add and update passes.
       01 dispute-count         pic 9(3) value zero.
       01 dispute-idx           pic 9(3).
       01 dispute-pick          pic 9(3) value zero.
           88 dispute-not-found        value zero.
       01 max-disputes          pic 9(3) value 300.
       01 dispute-table.
           05 dispute-entry occurs 300 times.
               10 dt-record      pic x(120).
       01 disputes-changed-flag pic x value "N".
           88 disputes-changed         value "Y".

      * Entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 from-date-in          pic x(8).
       01 to-date-in            pic x(8).
       01 value-in              pic x(12).
       01 ref-in                pic x(12).
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 tolerance-pct         pic 99v99 value 2.00.

      * Re-pricing arithmetic.
       01 bill-usage            pic 9(8)v99 USAGE COMP.
       01 bill-demand           pic 9(6)v99 USAGE COMP.
       01 bill-dollars          pic 9(8)v99 USAGE COMP.
       01 bill-penalty          pic 9(8)v99 USAGE COMP.
       01 repriced-dollars      pic 9(8)v99 USAGE COMP.
       01 diff-dollars          pic s9(8)v99 USAGE COMP.
       01 diff-abs              pic 9(8)v99 USAGE COMP.
       01 diff-pct              pic 9(5)v99 USAGE COMP.
       01 priced-flag           pic x.
           88 bill-priced              value "Y".
       01 credit-amount         pic 9(8)v99 USAGE COMP.

      * Run totals.
       01 bills-read            pic 9(5) value zero.
       01 bills-priced          pic 9(5) value zero.
       01 bills-unpriced        pic 9(5) value zero.
       01 exception-count       pic 9(5) value zero.
       01 new-dispute-count     pic 9(5) value zero.
       01 over-total            pic 9(9)v99 value zero.
       01 under-total           pic 9(9)v99 value zero.

      * Dispute-report totals.
       01 today-int             pic 9(8) USAGE COMP.
       01 status-int            pic 9(8) USAGE COMP.
       01 status-age            pic s9(5) USAGE COMP.
       01 status-date-num       pic 9(8).
       01 flagged-total         pic 9(9)v99 value zero.
       01 claimed-total         pic 9(9)v99 value zero.
       01 credited-total        pic 9(9)v99 value zero.
       01 status-word           pic x(9).

      * Displayed-fields.
       01 amount-fmt            pic 9(7).99 usage display.
       01 billed-out            pic $$,$$$,$$9.99 usage display.
       01 repriced-out          pic $$,$$$,$$9.99 usage display.
       01 diff-out              pic $$,$$$,$$9.99- usage display.
       01 pct-out               pic zz,zz9.99 usage display.
       01 penalty-out           pic $$$,$$9.99 usage display.
       01 tol-out               pic z9.99 usage display.
       01 total-out             pic $$$,$$$,$$9.99 usage display.
       01 count-out             pic zz,zz9.
       01 age-out               pic zzzz9.
       01 out-line              pic x(120).

       procedure division.
       100-main-para.
           display spaces
           display "***** UTILITY-BILL AUDIT BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** UTILITY-BILL AUDIT ENDS *****"
           display spaces

           move "BILLAUDT" to audit-trail-pgm
           move "Utility-bill audit session completed."
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

      * RATESCHED tariff lookup -- see RATERD.
       COPY raterd REPLACING ==RT-FIND-PARA== BY
            ==116-find-plant-tariff==
            ==RT-FIND-EXIT== BY ==116-find-exit==
            ==RT-READ-PARA== BY ==116a-read-rate-record==
            ==RT-TEST-PARA== BY ==116b-test-rate-record==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Audit bills against the tariffs"
           display " 2 --- Update a dispute"
           display " 3 --- Dispute status report"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-audit-bills thru 300-audit-exit
              when "2" perform 400-update-dispute thru
                             400-update-exit
              when "3" perform 500-dispute-report thru
                             500-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 3."
           end-evaluate.

       105-load-meter-master.
           move zero to meter-count
           open input meter-master-file
           if metermast-status EQUAL TO "00"
              move "N" to meter-eof-flag
              perform 106-read-meter-record
              perform 107-store-meter-record until meter-eof
              close meter-master-file
           end-if.

       106-read-meter-record.
           read meter-master-file
              at end move "Y" to meter-eof-flag
           end-read.

       107-store-meter-record.
           if mm-meter NOT EQUAL TO spaces and meter-count < 200
              add 1 to meter-count
              move meter-count to meter-idx
              move function upper-case(mm-plant)
                   to mt-plant(meter-idx)
              move mm-meter to mt-meter(meter-idx)
              move function upper-case(mm-commodity)
                   to mt-commodity(meter-idx)
              move function upper-case(mm-fuel)
                   to mt-fuel(meter-idx)
           end-if
           perform 106-read-meter-record.

       108-load-fuel-tariffs.
           move zero to tariff-count
           open input fuel-tariff-file
           if tariff-status EQUAL TO "00"
              move "N" to tariff-eof-flag
              perform 108a-read-tariff-record
              perform 108b-store-tariff-record until tariff-eof
              close fuel-tariff-file
           end-if.

       108a-read-tariff-record.
           read fuel-tariff-file
              at end move "Y" to tariff-eof-flag
           end-read.

       108b-store-tariff-record.
           if tf-plant NOT EQUAL TO spaces and tariff-count < 40
              add 1 to tariff-count
              move tariff-count to tariff-idx
              move function upper-case(tf-plant)
                   to tt-plant(tariff-idx)
              move function upper-case(tf-fuel)
                   to tt-fuel(tariff-idx)
              move tf-eff-date to tt-eff(tariff-idx)
              move function lower-case(tf-thresh-in)
                   to tf-thresh-in
              move function lower-case(tf-rate-in) to tf-rate-in
              compute tt-thresh(tariff-idx) =
                      function numval(tf-thresh-in)
              compute tt-rate(tariff-idx) =
                      function numval(tf-rate-in)
           end-if
           perform 108a-read-tariff-record.

       110-load-disputes.
           move zero to dispute-count
           move "N" to disputes-changed-flag
           open input dispute-file
           if dispute-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to dispute-eof-flag
           perform 111-read-dispute-record
           perform 112-store-dispute-record until dispute-eof
           close dispute-file.
       110-load-exit.
           exit.

       111-read-dispute-record.
           read dispute-file
              at end move "Y" to dispute-eof-flag
           end-read.

       112-store-dispute-record.
           if dp-meter NOT EQUAL TO spaces and
              dispute-count < max-disputes
              add 1 to dispute-count
              move dispute-record to dt-record(dispute-count)
           end-if
           perform 111-read-dispute-record.

       180-save-disputes.
           open output dispute-file
           if dispute-status NOT EQUAL TO "00"
              display "Unable to open BILLDISP for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-dispute
                   varying dispute-idx from 1 by 1
                   until dispute-idx > dispute-count
           close dispute-file

           move "BILLAUDT" to audit-trail-pgm
           move "BILLDISP dispute file rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-dispute.
           move dt-record(dispute-idx) to dispute-record
           write dispute-record.

      * The audit pass: every bill whose service period ends inside
      * the range is re-priced; a difference past the tolerance is
      * an exception, and an overcharge not already on BILLDISP is
      * flagged there.
       300-audit-bills.
           display spaces
           display "Service periods ending from (YYYYMMDD, blank"
           display "for the start of the log): " with no advancing
           accept from-date-in
           display "through (YYYYMMDD, blank for today): "
                   with no advancing
           accept to-date-in
           if to-date-in EQUAL TO spaces
              move todays-date-stamp(1:8) to to-date-in
           end-if

           display "Tolerance, percent of the re-priced figure"
           display "(blank for 2.00): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute tolerance-pct = function numval(value-in)
           end-if

           perform 105-load-meter-master
           if meter-count EQUAL TO zero
              display "No METERMAST meter master on file -- the audit"
              display "needs each meter's commodity (TABLEDIT)."
              go to 300-audit-exit
           end-if
           perform 108-load-fuel-tariffs
           perform 110-load-disputes thru 110-load-exit

           open input bill-file
           if bill-status NOT EQUAL TO "00"
              display "No BILLLOG bills on file yet."
              go to 300-audit-exit
           end-if

           display spaces
           display "Print the audit exceptions to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "UTILITY-BILL AUDIT EXCEPTIONS" to report-title
              move "AUDTPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move tolerance-pct to tol-out
           move spaces to out-line
           string "UTILITY-BILL AUDIT  " todays-date-out
                  "  (tolerance " tol-out "%)"
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           string "PLNT METER      PERIOD             BILLED"
                  "        REPRICED      DIFFERENCE      PCT"
                  "  PF PENALTY"
                  delimited by size into out-line
           perform 440-emit-line

           move zero to bills-read
           move zero to bills-priced
           move zero to bills-unpriced
           move zero to exception-count
           move zero to new-dispute-count
           move zero to over-total
           move zero to under-total
           move "N" to bill-eof-flag
           perform 311-read-bill-record
           perform 312-audit-one-bill until bill-eof
           close bill-file

           move spaces to out-line
           perform 440-emit-line
           move bills-read to count-out
           move spaces to out-line
           string "BILLS IN RANGE " count-out
                  delimited by size into out-line
           perform 440-emit-line
           move bills-priced to count-out
           move spaces to out-line
           string "RE-PRICED      " count-out
                  delimited by size into out-line
           perform 440-emit-line
           move bills-unpriced to count-out
           move spaces to out-line
           string "NOT PRICEABLE  " count-out
                  "  (no meter record, tariff, or a commodity the"
                  " audit does not price)"
                  delimited by size into out-line
           perform 440-emit-line
           move exception-count to count-out
           move spaces to out-line
           string "EXCEPTIONS     " count-out
                  delimited by size into out-line
           perform 440-emit-line
           move over-total to total-out
           move spaces to out-line
           string "OVERCHARGED    " total-out
                  delimited by size into out-line
           perform 440-emit-line
           move under-total to total-out
           move spaces to out-line
           string "UNDERCHARGED   " total-out
                  delimited by size into out-line
           perform 440-emit-line
           move new-dispute-count to count-out
           move spaces to out-line
           string "NEW DISPUTES   " count-out
                  "  (flagged to BILLDISP)"
                  delimited by size into out-line
           perform 440-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to AUDTPRINT."
           end-if

           if disputes-changed
              perform 180-save-disputes thru 180-save-exit
           end-if

           move "BILLAUDT" to audit-trail-pgm
           move spaces to audit-trail-detail
           move exception-count to count-out
           string "Bill audit run, " count-out " exceptions"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-audit-exit.
           exit.

       311-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

       312-audit-one-bill.
           if bl-meter NOT EQUAL TO spaces and
              bl-end NOT LESS THAN from-date-in and
              bl-end NOT GREATER THAN to-date-in
              add 1 to bills-read
              perform 320-reprice-one-bill thru 320-reprice-exit
              if bill-priced
                 add 1 to bills-priced
                 perform 330-test-difference thru 330-test-exit
              else
                 add 1 to bills-unpriced
              end-if
           end-if
           perform 311-read-bill-record.

      * Re-price the bill on BILL-RECORD into REPRICED-DOLLARS by
      * the meter's commodity, plus any power-factor penalty billed;
      * PRICED-FLAG stays "N" when the meter, its commodity, or the
      * tariff is missing.
       320-reprice-one-bill.
           move "N" to priced-flag
           move zero to repriced-dollars
           move function upper-case(bl-plant) to bl-plant
           move function lower-case(bl-usage-in) to bl-usage-in
           move function lower-case(bl-demand-in) to bl-demand-in
           move function lower-case(bl-dollars-in) to bl-dollars-in
           compute bill-usage = function numval(bl-usage-in)
           compute bill-demand = function numval(bl-demand-in)
           compute bill-dollars = function numval(bl-dollars-in)
           move function lower-case(bl-penalty-in) to bl-penalty-in
           move zero to bill-penalty
           if bl-penalty-in NOT EQUAL TO spaces
              compute bill-penalty = function numval(bl-penalty-in)
           end-if

           move zero to meter-pick
           perform 321-test-one-meter
                   varying meter-idx from 1 by 1
                   until meter-idx > meter-count
           if meter-not-found
              go to 320-reprice-exit
           end-if

           evaluate mt-commodity(meter-pick)
              when "E"
                 move bl-plant to rt-probe-plant
                 move bl-end to rt-as-of-date
                 perform 116-find-plant-tariff thru 116-find-exit
                 if rt-rate-found
                    compute repriced-dollars rounded =
                            bill-usage * rt-blended-rate +
                            bill-demand * rt-demand-rate
                    move "Y" to priced-flag
                 end-if
              when "G"
                 move bl-plant to tariff-probe-plant
                 move mt-fuel(meter-pick) to tariff-probe-fuel
                 move bl-end to tariff-probe-date
                 perform 325-block-tariff-dollars thru
                         325-block-exit
                 if tariff-set-found
                    move "Y" to priced-flag
                 end-if
              when other
                 continue
           end-evaluate
           if bill-priced
              add bill-penalty to repriced-dollars
           end-if.
       320-reprice-exit.
           exit.

       321-test-one-meter.
           if mt-plant(meter-idx) EQUAL TO bl-plant and
              mt-meter(meter-idx) EQUAL TO bl-meter
              move meter-idx to meter-pick
           end-if.

      * The whole bill's usage walks up the plant/fuel's block set
      * in force on the probe date from zero, each block's slice at
      * its own rate -- blocks lie ascending in the file, as
      * FUELSAVE's marginal pricing relies on.
       325-block-tariff-dollars.
           move "N" to tariff-found-flag
           move spaces to tariff-best-date
           perform 326-pick-tariff-date
                   varying tariff-idx from 1 by 1
                   until tariff-idx > tariff-count
           if NOT tariff-set-found
              go to 325-block-exit
           end-if
           move zero to block-lo
           perform 327-price-one-block
                   varying tariff-idx from 1 by 1
                   until tariff-idx > tariff-count.
       325-block-exit.
           exit.

       326-pick-tariff-date.
           if tt-plant(tariff-idx) EQUAL TO tariff-probe-plant and
              tt-fuel(tariff-idx) EQUAL TO tariff-probe-fuel and
              tt-eff(tariff-idx) NOT GREATER THAN tariff-probe-date
              and tt-eff(tariff-idx) GREATER THAN tariff-best-date
              move "Y" to tariff-found-flag
              move tt-eff(tariff-idx) to tariff-best-date
           end-if.

       327-price-one-block.
           if tt-plant(tariff-idx) EQUAL TO tariff-probe-plant and
              tt-fuel(tariff-idx) EQUAL TO tariff-probe-fuel and
              tt-eff(tariff-idx) EQUAL TO tariff-best-date
              move tt-thresh(tariff-idx) to block-hi
              if bill-usage < block-hi
                 compute block-units = bill-usage - block-lo
              else
                 compute block-units = block-hi - block-lo
              end-if
              if block-units > zero
                 compute repriced-dollars rounded =
                         repriced-dollars +
                         block-units * tt-rate(tariff-idx)
              end-if
              move block-hi to block-lo
           end-if.

       330-test-difference.
           compute diff-dollars = bill-dollars - repriced-dollars
           if diff-dollars < zero
              compute diff-abs = zero - diff-dollars
           else
              move diff-dollars to diff-abs
           end-if
           if repriced-dollars > zero
              compute diff-pct rounded =
                      diff-abs * 100 / repriced-dollars
           else
              move 999.99 to diff-pct
           end-if
           if diff-pct NOT GREATER THAN tolerance-pct or
              diff-abs EQUAL TO zero
              go to 330-test-exit
           end-if

           add 1 to exception-count
           if diff-dollars > zero
              add diff-abs to over-total
           else
              add diff-abs to under-total
           end-if

           move bill-dollars to billed-out
           move repriced-dollars to repriced-out
           move diff-dollars to diff-out
           move diff-pct to pct-out
           move bill-penalty to penalty-out
           move spaces to out-line
           string bl-plant " " bl-meter " " bl-start "-" bl-end
                  " " billed-out "  " repriced-out "  " diff-out
                  " " pct-out "  " penalty-out
                  delimited by size into out-line
           perform 440-emit-line

           if diff-dollars > zero
              perform 340-flag-dispute thru 340-flag-exit
           end-if.
       330-test-exit.
           exit.

      * An overcharge is flagged once -- a re-run of the same range
      * finds the bill's key already on BILLDISP and leaves it be.
       340-flag-dispute.
           move zero to dispute-pick
           perform 341-test-one-dispute
                   varying dispute-idx from 1 by 1
                   until dispute-idx > dispute-count
           if dispute-pick > zero or dispute-count NOT LESS THAN
              max-disputes
              go to 340-flag-exit
           end-if

           move spaces to dispute-record
           move bl-plant to dp-plant
           move bl-meter to dp-meter
           move bl-start to dp-start
           move bl-end to dp-end
           move bill-dollars to amount-fmt
           move amount-fmt to dp-billed-in
           move repriced-dollars to amount-fmt
           move amount-fmt to dp-repriced-in
           move diff-abs to amount-fmt
           move amount-fmt to dp-diff-in
           move "F" to dp-status
           move todays-date-stamp(1:8) to dp-flag-date
           add 1 to dispute-count
           move dispute-record to dt-record(dispute-count)
           move "Y" to disputes-changed-flag
           add 1 to new-dispute-count.
       340-flag-exit.
           exit.

       341-test-one-dispute.
           if dt-record(dispute-idx)(1:4) EQUAL TO bl-plant and
              dt-record(dispute-idx)(5:10) EQUAL TO bl-meter and
              dt-record(dispute-idx)(15:8) EQUAL TO bl-start
              move dispute-idx to dispute-pick
           end-if.

       440-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * Dispute update: a flagged overcharge is claimed with the
      * utility's reference; a claimed one closes with the credit
      * received; either may be withdrawn.
       400-update-dispute.
           perform 110-load-disputes thru 110-load-exit
           if dispute-count EQUAL TO zero
              display "No disputes on BILLDISP."
              go to 400-update-exit
           end-if

           display spaces
           display "Open disputes:"
           perform 410-list-open-dispute
                   varying dispute-idx from 1 by 1
                   until dispute-idx > dispute-count
           display "Dispute number (blank to cancel): "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in EQUAL TO spaces
              go to 400-update-exit
           end-if
           compute dispute-pick = function numval(value-in)
           if dispute-pick EQUAL TO zero or
              dispute-pick > dispute-count
              display "No such dispute."
              go to 400-update-exit
           end-if
           move dt-record(dispute-pick) to dispute-record
           if dp-status NOT EQUAL TO "F" and
              dp-status NOT EQUAL TO "C"
              display "That dispute is already closed."
              go to 400-update-exit
           end-if

           if dp-status EQUAL TO "F"
              display "Claim it with the utility (C) or withdraw it"
              display "(W)? " with no advancing
           else
              display "Credit received (R) or withdraw it (W)? "
                      with no advancing
           end-if
           accept yes-no
           move function upper-case(yes-no) to yes-no

           evaluate true
              when yes-no EQUAL TO "C" and dp-status EQUAL TO "F"
                 display "Utility claim reference: " with no advancing
                 accept ref-in
                 move ref-in to dp-claim-ref
                 move "C" to dp-status
                 move todays-date-stamp(1:8) to dp-claim-date
              when yes-no EQUAL TO "R" and dp-status EQUAL TO "C"
                 display "Credit amount received ($): "
                         with no advancing
                 accept value-in
                 move function lower-case(value-in) to value-in
                 compute credit-amount = function numval(value-in)
                 move credit-amount to amount-fmt
                 move amount-fmt to dp-credit-in
                 move "R" to dp-status
                 move todays-date-stamp(1:8) to dp-credit-date
              when yes-no EQUAL TO "W"
                 move "W" to dp-status
                 move todays-date-stamp(1:8) to dp-credit-date
              when other
                 display "No change made."
                 go to 400-update-exit
           end-evaluate

           move dispute-record to dt-record(dispute-pick)
           perform 180-save-disputes thru 180-save-exit
           display "Dispute updated."

           move "BILLAUDT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Dispute " dp-plant " " dp-meter " " dp-start
                  " now status " dp-status
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-update-exit.
           exit.

       410-list-open-dispute.
           move dt-record(dispute-idx) to dispute-record
           if dp-status EQUAL TO "F" or dp-status EQUAL TO "C"
              move function lower-case(dp-diff-in) to dp-diff-in
              compute diff-abs = function numval(dp-diff-in)
              move diff-abs to billed-out
              display "  " dispute-idx ". " dp-plant " " dp-meter
                      " " dp-start "-" dp-end " " dp-status " "
                      billed-out
           end-if.

      * Dispute status: every dispute with how long it has sat at
      * its status, and the totals still owed by status.
       500-dispute-report.
           perform 110-load-disputes thru 110-load-exit
           if dispute-count EQUAL TO zero
              display "No disputes on BILLDISP."
              go to 500-report-exit
           end-if

           display spaces
           display "Print the dispute report to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "UTILITY-BILL DISPUTE STATUS" to report-title
              move "AUDTPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           compute today-int =
                   function integer-of-date(todays-date)
           move zero to flagged-total
           move zero to claimed-total
           move zero to credited-total

           move spaces to out-line
           string "UTILITY-BILL DISPUTE STATUS  " todays-date-out
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           string "PLNT METER      PERIOD             STATUS    DAYS"
                  "     OVERCHARGE   CLAIM REF       CREDIT"
                  delimited by size into out-line
           perform 440-emit-line
           perform 510-report-one-dispute
                   varying dispute-idx from 1 by 1
                   until dispute-idx > dispute-count

           move spaces to out-line
           perform 440-emit-line
           move flagged-total to total-out
           move spaces to out-line
           string "FLAGGED, NOT YET CLAIMED   " total-out
                  delimited by size into out-line
           perform 440-emit-line
           move claimed-total to total-out
           move spaces to out-line
           string "CLAIMED, AWAITING CREDIT   " total-out
                  delimited by size into out-line
           perform 440-emit-line
           move credited-total to total-out
           move spaces to out-line
           string "CREDITS RECEIVED           " total-out
                  delimited by size into out-line
           perform 440-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to AUDTPRINT."
           end-if.
       500-report-exit.
           exit.

       510-report-one-dispute.
           move dt-record(dispute-idx) to dispute-record
           move function lower-case(dp-diff-in) to dp-diff-in
           compute diff-abs = function numval(dp-diff-in)
           move zero to credit-amount
           if dp-credit-in NOT EQUAL TO spaces
              move function lower-case(dp-credit-in) to dp-credit-in
              compute credit-amount = function numval(dp-credit-in)
           end-if

           evaluate dp-status
              when "F"
                 move "FLAGGED" to status-word
                 move dp-flag-date to status-date-num
                 add diff-abs to flagged-total
              when "C"
                 move "CLAIMED" to status-word
                 move dp-claim-date to status-date-num
                 add diff-abs to claimed-total
              when "R"
                 move "CREDITED" to status-word
                 move dp-credit-date to status-date-num
                 add credit-amount to credited-total
              when other
                 move "WITHDRAWN" to status-word
                 move dp-credit-date to status-date-num
           end-evaluate

           move zero to status-age
           if status-date-num NUMERIC and status-date-num > zero
              compute status-int =
                      function integer-of-date(status-date-num)
              compute status-age = today-int - status-int
           end-if
           move status-age to age-out
           move diff-abs to billed-out
           move credit-amount to repriced-out
           move spaces to out-line
           string dp-plant " " dp-meter " " dp-start "-" dp-end
                  " " status-word " " age-out "  " billed-out
                  "  " dp-claim-ref "  " repriced-out
                  delimited by size into out-line
           perform 440-emit-line.
