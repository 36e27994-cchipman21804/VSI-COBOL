      *****************************************************************
      * INTERVAL DEMAND IMPORT AND PEAK-DEMAND ANALYSIS               *
      *                                                               *
      * BILLLOG keeps one demand figure per bill, so nobody could say *
      * which quarter-hour set the peak or what it cost.  This        *
      * program loads the utility's 15-minute interval files for a    *
      * meter (the INTVIN export, one "meter,YYYYMMDD,HHMM,value"     *
      * line per interval) into the INTVDATA interval file, keyed on  *
      * meter, date, and time so a re-sent file replaces rather than  *
      * doubles, and prints a per-meter monthly report: the peak      *
      * interval with its date and time, the load factor, the top ten *
      * intervals, the kWh split across RATESCHED's on-peak, shoulder,*
      * and off-peak hours, and the month's peak set against the      *
      * BILLLOG bill's demand and the tariff's demand charge.         *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   intvpeak.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The utility's interval export: comma-separated meter, date,
      * interval time (HHMM), and the interval's kW or kWh.
           select interval-in-file assign to "INTVIN"
                  organization is line sequential
                  file status is intvin-status.

      * The interval history, INDEXED like RESULTREPO: the key is
      * meter, date, and interval time, so a month's intervals for
      * one meter read in order from a START -- see INTVSEL/INTVFD.
           COPY intvsel.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

      * Utility-bill log -- see BILLSEL.
           COPY billsel.

      * Time-of-use electric-rate master -- see RATESEL.
           COPY ratesel.

           select report-file assign to "INTVPRINT"
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
       fd  interval-in-file
           record contains 80 characters.
       01 interval-in-record    pic x(80).

       COPY intvfd.

       fd  plant-master-file
           record contains 30 characters.
       01 plant-master-record.
           05 pm-code            pic x(4).
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       COPY billfd.

       COPY ratefd.

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

      * Tariff lookup fields -- see RATEWS.
       COPY ratews.

      * Operator preference profile -- see OPERPREF.
       COPY operpref.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

       01 intvin-status         pic xx.
       01 intvin-eof-flag       pic x value "N".
           88 intvin-eof               value "Y".
       01 intvdata-status       pic xx.
       01 interval-eof-flag     pic x value "N".
           88 interval-eof             value "Y".
       01 bill-status           pic xx.
       01 bill-eof-flag         pic x value "N".
           88 bill-eof                 value "Y".

      * Plant master, for validating the plant code.
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 plant-master-count    pic 99 value zero.
       01 pmast-idx             pic 99.
       01 plant-found-flag      pic x.
           88 plant-on-file            value "Y".
       01 plant-master-table.
           05 plant-master-entry occurs 20 times.
               10 pmt-code       pic x(4).

      * Entry fields.
       01 plant-in              pic x(4).
       01 meter-in              pic x(10).
       01 month-in              pic x(6).
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 kwh-flag              pic x value "N".
           88 values-are-kwh           value "Y".

      * Import fields.
       01 in-meter              pic x(10).
       01 in-date               pic x(8).
       01 in-time               pic x(5).
       01 in-value              pic x(12).
       01 in-time-num           pic 9(4).
       01 in-time-parts redefines in-time-num.
           05 in-hour           pic 99.
           05 in-minute         pic 99.
       01 in-kw                 pic 9(7)v99.
       01 kw-fmt                pic 9(7).99 usage display.
       01 lines-read            pic 9(7) value zero.
       01 lines-loaded          pic 9(7) value zero.
       01 lines-replaced        pic 9(7) value zero.
       01 lines-rejected        pic 9(7) value zero.

      * Month-report accumulators.
       01 month-first           pic 9(8).
       01 month-next            pic 9(8).
       01 month-next-parts redefines month-next.
           05 mn-year           pic 9(4).
           05 mn-month          pic 99.
           05 mn-day            pic 99.
       01 month-last            pic 9(8).
       01 month-days            pic 99.
       01 interval-count        pic 9(5) USAGE COMP.
       01 expected-count        pic 9(5) USAGE COMP.
       01 interval-kw           pic 9(7)v99 USAGE COMP.
       01 interval-hour         pic 99.
       01 kw-sum                pic 9(11)v99 USAGE COMP.
       01 month-kwh             pic 9(11)v99 USAGE COMP.
       01 avg-kw                pic 9(7)v99 USAGE COMP.
       01 peak-kw               pic 9(7)v99 USAGE COMP.
       01 peak-date             pic x(8).
       01 peak-time             pic x(4).
       01 load-factor           pic 9(3)v9 USAGE COMP.
       01 on-kwh                pic 9(11)v99 USAGE COMP.
       01 sh-kwh                pic 9(11)v99 USAGE COMP.
       01 off-kwh               pic 9(11)v99 USAGE COMP.
       01 on-peak-kw            pic 9(7)v99 USAGE COMP.
       01 sh-peak-kw            pic 9(7)v99 USAGE COMP.
       01 off-peak-kw           pic 9(7)v99 USAGE COMP.
       01 tou-pct               pic 9(3)v9 USAGE COMP.

      * The ten highest intervals, kept as the month reads; the
      * lowest of the ten is the one a higher interval displaces.
       01 top-count             pic 99 value zero.
       01 top-idx               pic 99.
       01 top-jdx               pic 99.
       01 top-low               pic 99.
       01 top-table.
           05 top-entry occurs 10 times.
               10 tp-kw          pic 9(7)v99 USAGE COMP.
               10 tp-date        pic x(8).
               10 tp-time        pic x(4).
       01 top-swap              pic x(20).

      * The bill the peak falls in.
       01 bill-found-flag       pic x.
           88 bill-found               value "Y".
       01 billed-demand         pic 9(6)v99 USAGE COMP.
       01 billed-dollars        pic 9(8)v99 USAGE COMP.
       01 billed-start          pic x(8).
       01 billed-end            pic x(8).
       01 demand-dollars        pic 9(8)v99 USAGE COMP.
       01 peak-dollars          pic 9(8)v99 USAGE COMP.
       01 demand-gap            pic s9(6)v99 USAGE COMP.

      * Displayed-fields.
       01 kw-out                pic z,zzz,zz9.99 usage display.
       01 kw2-out               pic z,zzz,zz9.99 usage display.
       01 kwh-out               pic zzz,zzz,zz9 usage display.
       01 pct-out               pic zz9.9 usage display.
       01 dollars-out           pic $$,$$$,$$9.99 usage display.
       01 dollars2-out          pic $$,$$$,$$9.99 usage display.
       01 gap-out               pic z,zzz,zz9.99- usage display.
       01 count-out             pic z,zzz,zz9.
       01 count2-out            pic z,zzz,zz9.
       01 rank-out              pic z9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** INTERVAL DEMAND ANALYSIS BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-plant-master
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** INTERVAL DEMAND ANALYSIS ENDS *****"
           display spaces

           move "INTVPEAK" to audit-trail-pgm
           move "Interval demand session completed."
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
           display " 1 --- Import an interval file (INTVIN)"
           display " 2 --- Monthly peak-demand report for a meter"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-import-intervals thru
                             300-import-exit
              when "2" perform 500-peak-report thru 500-report-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 2."
           end-evaluate.

       105-load-plant-master.
           move zero to plant-master-count
           open input plant-master-file
           if plant-status EQUAL TO "00"
              move "N" to plant-eof-flag
              perform 106-read-plant-record
              perform 107-store-plant-record until plant-eof
              close plant-master-file
           end-if.

       106-read-plant-record.
           read plant-master-file
              at end move "Y" to plant-eof-flag
           end-read.

       107-store-plant-record.
           if pm-code NOT EQUAL TO spaces and plant-master-count < 20
              add 1 to plant-master-count
              move plant-master-count to pmast-idx
              move function upper-case(pm-code) to pmt-code(pmast-idx)
           end-if
           perform 106-read-plant-record.

      * Plant code, checked against PLANTMAST when there is one; a
      * blank reply takes the operator's stored plant.  PLANT-IN
      * comes back blank when the code is refused.
       250-plant-entry.
           display "Plant code (blank for your stored default): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-in NOT EQUAL TO spaces and
              plant-master-count > zero
              move "N" to plant-found-flag
              perform 251-test-plant-code
                      varying pmast-idx from 1 by 1
                      until pmast-idx > plant-master-count
              if NOT plant-on-file
                 display "Plant " plant-in " is not in PLANTMAST."
                 move spaces to plant-in
              end-if
           end-if.

       251-test-plant-code.
           if pmt-code(pmast-idx) EQUAL TO plant-in
              move "Y" to plant-found-flag
           end-if.

      * The import: every well-formed INTVIN line lands on INTVDATA;
      * a key already there (the same interval sent again) is
      * replaced.  Header lines and lines that fail the date, time,
      * or value checks are counted and skipped.
       300-import-intervals.
           display spaces
           display "Plant the metered intervals bill under --"
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 300-import-exit
           end-if
           display "Are the file's values kWh per interval rather"
           display "than kW? (Y/N): " with no advancing
           accept kwh-flag
           move function upper-case(kwh-flag) to kwh-flag

           open input interval-in-file
           if intvin-status NOT EQUAL TO "00"
              display "Unable to open the INTVIN interval file."
              go to 300-import-exit
           end-if
           open i-o interval-file
           if intvdata-status EQUAL TO "05" OR
              intvdata-status EQUAL TO "35"
              open output interval-file
              close interval-file
              open i-o interval-file
           end-if
           if intvdata-status NOT EQUAL TO "00"
              display "Unable to open the INTVDATA interval file."
              close interval-in-file
              go to 300-import-exit
           end-if

           move zero to lines-read
           move zero to lines-loaded
           move zero to lines-replaced
           move zero to lines-rejected
           move "N" to intvin-eof-flag
           perform 310-read-import-line
           perform 320-load-one-interval thru 320-load-exit
                   until intvin-eof
           close interval-in-file
           close interval-file

           move lines-read to count-out
           display spaces
           display count-out " lines read from INTVIN."
           move lines-loaded to count-out
           display count-out " intervals added to INTVDATA."
           move lines-replaced to count-out
           display count-out " intervals already on file replaced."
           move lines-rejected to count-out
           display count-out " lines skipped (header or not valid)."

           move "INTVPEAK" to audit-trail-pgm
           move spaces to audit-trail-detail
           move lines-loaded to count-out
           move lines-replaced to count2-out
           string "Interval import " plant-in ": " count-out
                  " added, " count2-out " replaced"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-import-exit.
           exit.

       310-read-import-line.
           read interval-in-file
              at end move "Y" to intvin-eof-flag
           end-read.

       320-load-one-interval.
           add 1 to lines-read
           move spaces to in-meter
           move spaces to in-date
           move spaces to in-time
           move spaces to in-value
           unstring interval-in-record delimited by ","
                    into in-meter in-date in-time in-value
           end-unstring

      * A time keyed as "H:MM" or "HH:MM" is taken without the colon.
           if in-time(2:1) EQUAL TO ":"
              move in-time(1:1) to in-time-num(2:1)
              move zero to in-time-num(1:1)
              move in-time(3:2) to in-time-num(3:2)
           else
              if in-time(3:1) EQUAL TO ":"
                 move in-time(1:2) to in-time-num(1:2)
                 move in-time(4:2) to in-time-num(3:2)
              else
                 move in-time(1:4) to in-time-num
              end-if
           end-if

           if in-meter EQUAL TO spaces or in-date NOT NUMERIC or
              in-time-num NOT NUMERIC or in-hour > 24 or
              (in-minute NOT EQUAL TO 0 and in-minute NOT EQUAL TO 15
               and in-minute NOT EQUAL TO 30 and
               in-minute NOT EQUAL TO 45) or
              in-value EQUAL TO spaces
              add 1 to lines-rejected
              go to 320-next-line
           end-if
           move function lower-case(in-value) to in-value
           if function test-numval(in-value) NOT EQUAL TO zero
              add 1 to lines-rejected
              go to 320-next-line
           end-if
           compute in-kw = function numval(in-value)
           if values-are-kwh
              compute in-kw = in-kw * 4
           end-if

           move spaces to interval-record
           move in-meter to iv-meter
           move in-date to iv-date
           move in-time-num to iv-time
           move plant-in to iv-plant
           move in-kw to kw-fmt
           move kw-fmt to iv-kw-in
           write interval-record
              invalid key
                 rewrite interval-record
                 add 1 to lines-replaced
              not invalid key
                 add 1 to lines-loaded
           end-write.
       320-next-line.
           perform 310-read-import-line.
       320-load-exit.
           exit.

      * The month report for one meter: the intervals read in key
      * order from a START at the first of the month.
       500-peak-report.
           display spaces
           perform 250-plant-entry
           if plant-in EQUAL TO spaces
              go to 500-report-exit
           end-if
           display "Meter: " with no advancing
           accept meter-in
           display "Month (YYYYMM): " with no advancing
           accept month-in
           if month-in NOT NUMERIC
              display "The month is YYYYMM."
              go to 500-report-exit
           end-if

           perform 510-month-length
           perform 520-read-month thru 520-read-exit
           if interval-count EQUAL TO zero
              display "No INTVDATA intervals for " meter-in " in "
                      month-in "."
              go to 500-report-exit
           end-if

           move plant-in to rt-probe-plant
           compute month-last = function date-of-integer(
                   function integer-of-date(month-next) - 1)
           move month-last to rt-as-of-date
           perform 116-find-plant-tariff thru 116-find-exit
           if rt-rate-found
              move zero to on-kwh
              move zero to sh-kwh
              move zero to off-kwh
              move zero to on-peak-kw
              move zero to sh-peak-kw
              move zero to off-peak-kw
              perform 530-tou-split thru 530-tou-exit
           end-if
           perform 540-find-bill

           display spaces
           display "Print the peak-demand report to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "INTERVAL PEAK-DEMAND ANALYSIS" to report-title
              move "INTVPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           perform 550-print-month-report

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to INTVPRINT."
           end-if

           move "INTVPEAK" to audit-trail-pgm
           move spaces to audit-trail-detail
           move peak-kw to kw-out
           string "Peak report " meter-in " " month-in " peak "
                  kw-out " KW"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-report-exit.
           exit.

      * The month's first day and the first of the next month, for
      * the day count and the tariff in force at month end.
       510-month-length.
           move month-in to month-first(1:6)
           move "01" to month-first(7:2)
           move month-first to month-next
           if mn-month EQUAL TO 12
              add 1 to mn-year
              move 1 to mn-month
           else
              add 1 to mn-month
           end-if
           compute month-days = function integer-of-date(month-next)
                   - function integer-of-date(month-first)
           compute expected-count = month-days * 96.

       520-read-month.
           move zero to interval-count
           move zero to kw-sum
           move zero to peak-kw
           move spaces to peak-date
           move spaces to peak-time
           move zero to top-count
           move "N" to interval-eof-flag

           open input interval-file
           if intvdata-status NOT EQUAL TO "00"
              go to 520-read-exit
           end-if
           move meter-in to iv-meter
           move month-first to iv-date
           move low-values to iv-time
           start interval-file key NOT LESS THAN iv-key
              invalid key move "Y" to interval-eof-flag
           end-start
           perform 521-read-next-interval
           perform 522-post-one-interval until interval-eof
           close interval-file.
       520-read-exit.
           exit.

       521-read-next-interval.
           if NOT interval-eof
              read interval-file next record
                 at end move "Y" to interval-eof-flag
              end-read
           end-if
           if NOT interval-eof
              if iv-meter NOT EQUAL TO meter-in or
                 iv-date(1:6) NOT EQUAL TO month-in
                 move "Y" to interval-eof-flag
              end-if
           end-if.

       522-post-one-interval.
           move function lower-case(iv-kw-in) to iv-kw-in
           compute interval-kw = function numval(iv-kw-in)
           add 1 to interval-count
           add interval-kw to kw-sum
           if interval-kw > peak-kw
              move interval-kw to peak-kw
              move iv-date to peak-date
              move iv-time to peak-time
           end-if
           perform 523-keep-top-ten
           perform 521-read-next-interval.

       523-keep-top-ten.
           if top-count < 10
              add 1 to top-count
              move interval-kw to tp-kw(top-count)
              move iv-date to tp-date(top-count)
              move iv-time to tp-time(top-count)
           else
              move 1 to top-low
              perform 524-find-top-low
                      varying top-idx from 2 by 1
                      until top-idx > top-count
              if interval-kw > tp-kw(top-low)
                 move interval-kw to tp-kw(top-low)
                 move iv-date to tp-date(top-low)
                 move iv-time to tp-time(top-low)
              end-if
           end-if.

       524-find-top-low.
           if tp-kw(top-idx) < tp-kw(top-low)
              move top-idx to top-low
           end-if.

      * Second pass over the month for the time-of-use split: each
      * interval's kWh (a quarter of its kW) goes to the period its
      * starting hour falls in on the plant's tariff.
       530-tou-split.
           move "N" to interval-eof-flag
           open input interval-file
           if intvdata-status NOT EQUAL TO "00"
              go to 530-tou-exit
           end-if
           move meter-in to iv-meter
           move month-first to iv-date
           move low-values to iv-time
           start interval-file key NOT LESS THAN iv-key
              invalid key move "Y" to interval-eof-flag
           end-start
           perform 521-read-next-interval
           perform 531-split-one-interval until interval-eof
           close interval-file.
       530-tou-exit.
           exit.

       531-split-one-interval.
           move function lower-case(iv-kw-in) to iv-kw-in
           compute interval-kw = function numval(iv-kw-in)
           move iv-time(1:2) to interval-hour
           evaluate true
              when interval-hour NOT LESS THAN rt-on-start and
                   interval-hour < rt-on-end
                 compute on-kwh = on-kwh + interval-kw / 4
                 if interval-kw > on-peak-kw
                    move interval-kw to on-peak-kw
                 end-if
              when interval-hour NOT LESS THAN rt-sh-start and
                   interval-hour < rt-sh-end
                 compute sh-kwh = sh-kwh + interval-kw / 4
                 if interval-kw > sh-peak-kw
                    move interval-kw to sh-peak-kw
                 end-if
              when other
                 compute off-kwh = off-kwh + interval-kw / 4
                 if interval-kw > off-peak-kw
                    move interval-kw to off-peak-kw
                 end-if
           end-evaluate
           perform 521-read-next-interval.

      * The BILLLOG bill whose service period holds the peak day.
       540-find-bill.
           move "N" to bill-found-flag
           open input bill-file
           if bill-status EQUAL TO "00"
              move "N" to bill-eof-flag
              perform 541-read-bill-record
              perform 542-test-one-bill until bill-eof
              close bill-file
           end-if.

       541-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

       542-test-one-bill.
           if function upper-case(bl-plant) EQUAL TO plant-in and
              bl-meter EQUAL TO meter-in and
              bl-start NOT GREATER THAN peak-date and
              bl-end NOT LESS THAN peak-date
              move "Y" to bill-found-flag
              move bl-start to billed-start
              move bl-end to billed-end
              move function lower-case(bl-demand-in) to bl-demand-in
              move function lower-case(bl-dollars-in)
                   to bl-dollars-in
              compute billed-demand = function numval(bl-demand-in)
              compute billed-dollars =
                      function numval(bl-dollars-in)
           end-if
           perform 541-read-bill-record.

       440-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

       550-print-month-report.
           move spaces to out-line
           string "INTERVAL PEAK-DEMAND  PLANT " plant-in "  METER "
                  meter-in "  MONTH " month-in
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           perform 440-emit-line

           compute month-kwh rounded = kw-sum / 4
           compute avg-kw rounded = kw-sum / interval-count
           move zero to load-factor
           if peak-kw > zero
              compute load-factor rounded = avg-kw * 100 / peak-kw
           end-if

           move interval-count to count-out
           move expected-count to count2-out
           move spaces to out-line
           string "INTERVALS ON FILE   " count-out " OF " count2-out
                  delimited by size into out-line
           perform 440-emit-line
           move peak-kw to kw-out
           move spaces to out-line
           string "PEAK INTERVAL       " kw-out " KW  ON " peak-date
                  " AT " peak-time
                  delimited by size into out-line
           perform 440-emit-line
           move avg-kw to kw-out
           move spaces to out-line
           string "AVERAGE DEMAND      " kw-out " KW"
                  delimited by size into out-line
           perform 440-emit-line
           move month-kwh to kwh-out
           move spaces to out-line
           string "ENERGY              " kwh-out " KWH"
                  delimited by size into out-line
           perform 440-emit-line
           move load-factor to pct-out
           move spaces to out-line
           string "LOAD FACTOR         " pct-out " %"
                  delimited by size into out-line
           perform 440-emit-line

           move spaces to out-line
           perform 440-emit-line
           move "TOP TEN INTERVALS" to out-line
           perform 440-emit-line
           perform 560-rank-outer-pass
                   varying top-idx from 1 by 1
                   until top-idx > top-count
           perform 565-print-one-top
                   varying top-idx from 1 by 1
                   until top-idx > top-count

           move spaces to out-line
           perform 440-emit-line
           if rt-rate-found
              perform 570-print-tou-split
           else
              move spaces to out-line
              string "NO RATESCHED TARIFF FOR PLANT " plant-in
                     " -- TIME-OF-USE SPLIT NOT AVAILABLE"
                     delimited by size into out-line
              perform 440-emit-line
           end-if

           move spaces to out-line
           perform 440-emit-line
           perform 580-print-bill-tie thru 580-tie-exit.

       560-rank-outer-pass.
           perform 561-rank-inner-pass
                   varying top-jdx from 1 by 1
                   until top-jdx > top-count - top-idx.

       561-rank-inner-pass.
           if tp-kw(top-jdx) < tp-kw(top-jdx + 1)
              move top-entry(top-jdx) to top-swap
              move top-entry(top-jdx + 1) to top-entry(top-jdx)
              move top-swap to top-entry(top-jdx + 1)
           end-if.

       565-print-one-top.
           move top-idx to rank-out
           move tp-kw(top-idx) to kw-out
           move spaces to out-line
           string "  " rank-out ".  " tp-date(top-idx) "  "
                  tp-time(top-idx) "  " kw-out " KW"
                  delimited by size into out-line
           perform 440-emit-line.

       570-print-tou-split.
           move spaces to out-line
           string "TIME-OF-USE SPLIT (RATESCHED EFFECTIVE "
                  rt-best-date ")             KWH      PCT"
                  "     PEAK KW"
                  delimited by size into out-line
           perform 440-emit-line

           move on-kwh to kwh-out
           move zero to tou-pct
           if month-kwh > zero
              compute tou-pct rounded = on-kwh * 100 / month-kwh
           end-if
           move tou-pct to pct-out
           move on-peak-kw to kw-out
           move spaces to out-line
           string "  ON-PEAK   " rt-on-start ":00-" rt-on-end ":00"
                  "                  " kwh-out "  " pct-out "  "
                  kw-out
                  delimited by size into out-line
           perform 440-emit-line

           move sh-kwh to kwh-out
           move zero to tou-pct
           if month-kwh > zero
              compute tou-pct rounded = sh-kwh * 100 / month-kwh
           end-if
           move tou-pct to pct-out
           move sh-peak-kw to kw-out
           move spaces to out-line
           string "  SHOULDER  " rt-sh-start ":00-" rt-sh-end ":00"
                  "                  " kwh-out "  " pct-out "  "
                  kw-out
                  delimited by size into out-line
           perform 440-emit-line

           move off-kwh to kwh-out
           move zero to tou-pct
           if month-kwh > zero
              compute tou-pct rounded = off-kwh * 100 / month-kwh
           end-if
           move tou-pct to pct-out
           move off-peak-kw to kw-out
           move spaces to out-line
           string "  OFF-PEAK  ALL OTHER HOURS"
                  "                " kwh-out "  " pct-out "  "
                  kw-out
                  delimited by size into out-line
           perform 440-emit-line.

      * The peak against the bill: the demand the utility billed,
      * what the interval data says the peak was, and each priced
      * at the tariff's demand charge.
       580-print-bill-tie.
           if NOT bill-found
              move spaces to out-line
              string "NO BILLLOG BILL FOR " meter-in
                     " COVERS THE PEAK DAY " peak-date
                     delimited by size into out-line
              perform 440-emit-line
              go to 580-tie-exit
           end-if

           move spaces to out-line
           string "BILL " billed-start "-" billed-end
                  " (BILLLOG)"
                  delimited by size into out-line
           perform 440-emit-line
           move billed-demand to kw-out
           move peak-kw to kw2-out
           move spaces to out-line
           string "  BILLED DEMAND     " kw-out " KW    INTERVAL PEAK "
                  kw2-out " KW"
                  delimited by size into out-line
           perform 440-emit-line
           compute demand-gap = billed-demand - peak-kw
           move demand-gap to gap-out
           move spaces to out-line
           string "  BILLED LESS PEAK  " gap-out " KW"
                  delimited by size into out-line
           perform 440-emit-line

           if rt-rate-found
              compute demand-dollars rounded =
                      billed-demand * rt-demand-rate
              compute peak-dollars rounded = peak-kw * rt-demand-rate
              move demand-dollars to dollars-out
              move peak-dollars to dollars2-out
              move spaces to out-line
              string "  DEMAND CHARGE     " dollars-out
                     "  (PEAK AT THE TARIFF " dollars2-out ")"
                     delimited by size into out-line
              perform 440-emit-line
              move billed-dollars to dollars-out
              move zero to tou-pct
              if billed-dollars > zero
                 compute tou-pct rounded =
                         demand-dollars * 100 / billed-dollars
              end-if
              move tou-pct to pct-out
              move spaces to out-line
              string "  BILL TOTAL        " dollars-out "  (DEMAND IS "
                     pct-out "% OF THE BILL)"
                     delimited by size into out-line
              perform 440-emit-line
           end-if.
       580-tie-exit.
           exit.
