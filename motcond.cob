      *****************************************************************
      * MOTOR CONDITION-MONITORING LOG                                *
      *                                                               *
      * The vibration route readings, bearing temperatures, and       *
      * annual megger tests went into a notebook nobody trended.      *
      * This program logs them by equipment tag and date to the       *
      * MOTORCOND file, each reading rated on the way in against the  *
      * alert and alarm limits in the MOTORLIM table for the motor's  *
      * horsepower class (the class with the smallest HP ceiling at   *
      * or above the nameplate; built-in limits stand where the       *
      * table has no class for the measure):                          *
      *                                                               *
      *   VIB   route vibration, in/s peak   -- higher is worse;      *
      *   BRGT  bearing temperature, deg F   -- higher is worse;      *
      *   MEG   insulation resistance, MOhm  -- lower is worse.       *
      *                                                               *
      * The trend report lists a tag's readings measure by measure    *
      * with the change and the rate of change per 30 days; the       *
      * exception list shows every tag whose latest reading is past   *
      * a limit.  A reading past its alarm limit raises a WORKORDER   *
      * entry for the tag (one open condition order per tag), and     *
      * REWINDBUY shows the tag's condition history and flags the     *
      * alarm when it is run for the motor.                           *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   motcond.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Motor condition log -- see MCONDSEL/MCONDFD.
           COPY mcondsel.

      * Alert/alarm limits by horsepower class and measure.
           select motor-limit-file assign to "MOTORLIM"
                  organization is line sequential
                  file status is motorlim-status.

      * Work orders -- see WOSEL/WOFD.
           COPY wosel.

      * Equipment and motor warranties -- see WARRSEL/WARRFD/WARRWS/
      * WARRRD.
           COPY warrsel.

           select schedule-file assign to "AFFSKED"
                  organization is line sequential
                  file status is schedule-status.

           select report-file assign to "MCONDPRINT"
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
       COPY mcondfd.

       fd  motor-limit-file
           record contains 40 characters.
       01 motor-limit-record.
           05 lim-hp-max-in      pic x(6).
           05 lim-measure        pic x(4).
           05 lim-alert-in       pic x(8).
           05 lim-alarm-in       pic x(8).
           05 filler             pic x(14).

       COPY wofd.

       COPY warrfd.

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

      * Warranty-lookup fields -- see WARRWS.
       COPY warrws.

      * The three measures, their direction (H: a higher reading is
      * worse; L: a lower one is), and the built-in limits used
      * where MOTORLIM has no class for the measure.
       01 measure-list.
           05 filler pic x(4)  value "VIB".
           05 filler pic x     value "H".
           05 filler pic x(24) value "Vibration (in/s peak)".
           05 filler pic 9(5)v99 value 0.30.
           05 filler pic 9(5)v99 value 0.45.
           05 filler pic x(4)  value "BRGT".
           05 filler pic x     value "H".
           05 filler pic x(24) value "Bearing temp (deg F)".
           05 filler pic 9(5)v99 value 185.
           05 filler pic 9(5)v99 value 210.
           05 filler pic x(4)  value "MEG".
           05 filler pic x     value "L".
           05 filler pic x(24) value "Megger (megohms)".
           05 filler pic 9(5)v99 value 100.
           05 filler pic 9(5)v99 value 10.
       01 measure-table redefines measure-list.
           05 measure-entry occurs 3 times.
               10 ms-code        pic x(4).
               10 ms-direction   pic x.
               10 ms-label       pic x(24).
               10 ms-alert       pic 9(5)v99.
               10 ms-alarm       pic 9(5)v99.
       01 measure-count         pic 9 value 3.
       01 measure-idx           pic 9.
       01 measure-pick          pic 9 value zero.
           88 measure-not-found        value zero.
       01 probe-measure         pic x(4).

      * The MOTORLIM table, read whole and written back whole.
       01 motorlim-status       pic xx.
       01 limit-eof-flag        pic x value "N".
           88 limit-eof                value "Y".
       01 limit-count           pic 99 value zero.
       01 max-limits            pic 99 value 60.
       01 limit-idx             pic 99.
       01 limit-pick            pic 99 value zero.
           88 limit-not-found          value zero.
       01 limit-table.
           05 limit-entry occurs 60 times.
               10 lt-hp-max      pic 9(5).
               10 lt-measure     pic x(4).
               10 lt-alert       pic 9(5)v99.
               10 lt-alarm       pic 9(5)v99.
       01 limits-changed-flag   pic x value "N".
           88 limits-changed           value "Y".

      * One reading being logged and rated.
       01 motor-cond-status     pic xx.
       01 cond-eof-flag         pic x value "N".
           88 cond-eof                 value "Y".
       01 tag-in                pic x(10).
       01 date-in               pic x(8).
       01 reading-date          pic x(8).
       01 motor-hp              pic 9(4)v9.
       01 motor-frame           pic x(6).
       01 last-hp-in            pic x(6).
       01 last-frame            pic x(6).
       01 value-in              pic x(10).
       01 reading-value         pic 9(5)v99.
       01 reading-status        pic x.
       01 use-alert             pic 9(5)v99.
       01 use-alarm             pic 9(5)v99.
       01 alarm-logged-flag     pic x value "N".
           88 alarm-logged             value "Y".
       01 logged-count          pic 99.
       01 hp-text               pic 9(4).9.
       01 value-text            pic 9(6).99.

      * A tag's readings for the trend, sorted by measure and date.
       01 trend-count           pic 9(3) value zero.
       01 trend-idx             pic 9(3).
       01 trend-jdx             pic 9(3).
       01 trend-table.
           05 trend-entry occurs 300 times.
               10 tr-key.
                   15 tr-measure-idx pic 9.
                   15 tr-date     pic x(8).
               10 tr-value       pic 9(5)v99.
               10 tr-status      pic x.
       01 trend-swap            pic x(17).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 prev-value            pic 9(5)v99.
       01 prev-date-num         pic 9(8).
       01 this-date-num         pic 9(8).
       01 first-value           pic 9(5)v99.
       01 first-date-num        pic 9(8).
       01 day-span              pic s9(6) USAGE COMP.
       01 change-amount         pic s9(5)v99.
       01 rate-per-30           pic s9(5)v99.
       01 group-measure         pic 9.
       01 group-count           pic 9(3).

      * Latest reading per tag and measure, for the exception list.
       01 latest-count          pic 9(3) value zero.
       01 latest-idx            pic 9(3).
       01 latest-pick           pic 9(3) value zero.
           88 latest-not-found         value zero.
       01 latest-table.
           05 latest-entry occurs 400 times.
               10 lx-tag         pic x(10).
               10 lx-measure     pic x(4).
               10 lx-date        pic x(8).
               10 lx-value       pic 9(5)v99.
               10 lx-status      pic x.
       01 exception-count       pic 9(3) value zero.
       01 alarm-tag-count       pic 9(3) value zero.
       01 last-alarm-tag        pic x(10).

      * Work-order-raising fields -- FUELTRND's numbering, one open
      * condition order per tag.
       01 work-order-status     pic xx.
       01 wo-eof-flag           pic x value "N".
           88 wo-eof                   value "Y".
       01 highest-wo-number     pic 9(6) value zero.
       01 open-cond-flag        pic x.
           88 open-cond-order          value "Y".
       01 raise-tag             pic x(10).
       01 raise-reason          pic x(24).
       01 orders-raised-count   pic 9(3) value zero.
       01 schedule-status       pic xx.
       01 sked-eof-flag         pic x value "N".
           88 sked-eof                 value "Y".
       01 plant-for-tag         pic x(4).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 entry-in              pic x(10).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 limit-alert-work      pic 9(5)v99.
       01 limit-hp-work         pic 9(5).

      * Displayed-fields.
       01 value-out             pic zzzz9.99.
       01 change-out            pic ----9.99.
       01 rate-out              pic ----9.99.
       01 alert-out             pic zzzz9.99.
       01 alarm-out             pic zzzz9.99.
       01 hp-out                pic zzzzz9.
       01 line-out              pic z9.
       01 count-out             pic zz9.
       01 status-word           pic x(5).
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** MOTOR CONDITION MONITORING BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-limits thru 105-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           if limits-changed
              perform 180-save-limits thru 180-save-exit
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** MOTOR CONDITION MONITORING ENDS *****"
           display spaces

           move "MOTCOND" to audit-trail-pgm
           move spaces to audit-trail-detail
           move orders-raised-count to count-out
           string "Condition session," count-out
                  " alarm work orders raised."
                  delimited by size into audit-trail-detail
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

      * Warranty lookup -- see WARRRD.
       COPY warrrd REPLACING ==WL-FIND-PARA== BY
            ==405-find-warranty==
            ==WL-FIND-EXIT== BY ==405-find-exit==
            ==WL-READ-PARA== BY ==405a-read-warranty-record==
            ==WL-TEST-PARA== BY ==405b-test-warranty-record==.

       105-load-limits.
           move zero to limit-count
           open input motor-limit-file
           if motorlim-status NOT EQUAL TO "00"
              go to 105-load-exit
           end-if
           move "N" to limit-eof-flag
           perform 106-read-limit-record
           perform 107-store-limit-record until limit-eof
           close motor-limit-file.
       105-load-exit.
           exit.

       106-read-limit-record.
           read motor-limit-file
              at end move "Y" to limit-eof-flag
           end-read.

       107-store-limit-record.
           if lim-measure NOT EQUAL TO spaces and
              limit-count < max-limits
              add 1 to limit-count
              move limit-count to limit-idx
              move function upper-case(lim-measure)
                   to lt-measure(limit-idx)
              move function lower-case(lim-hp-max-in)
                   to lim-hp-max-in
              move function lower-case(lim-alert-in) to lim-alert-in
              move function lower-case(lim-alarm-in) to lim-alarm-in
              compute lt-hp-max(limit-idx) =
                      function numval(lim-hp-max-in)
              compute lt-alert(limit-idx) =
                      function numval(lim-alert-in)
              compute lt-alarm(limit-idx) =
                      function numval(lim-alarm-in)
           end-if
           perform 106-read-limit-record.

       110-find-measure.
           move zero to measure-pick
           perform 111-test-one-measure
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count.

       111-test-one-measure.
           if ms-code(measure-idx) EQUAL TO probe-measure
              move measure-idx to measure-pick
           end-if.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Log condition readings for a motor"
           display " 2 --- Condition trend for a motor"
           display " 3 --- Motors past their limits"
           display " 4 --- Alert/alarm limits by HP class"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-log-readings thru 200-log-exit
              when "2" perform 300-trend-report thru 300-trend-exit
              when "3" perform 350-exception-list thru
                             350-exception-exit
              when "4" perform 500-limits-maintenance thru
                             500-limits-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

      * One visit to one motor: the nameplate HP and frame default
      * to what was last logged for the tag, then one value per
      * measure (blank skips the measure this visit).
       200-log-readings.
           display spaces
           display "Equipment tag (blank to cancel): "
                   with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 200-log-exit
           end-if

           perform 210-find-last-nameplate thru 210-find-exit

           display "Reading date (YYYYMMDD, blank for today): "
                   with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move todays-date to date-in
           end-if
           if date-in NOT NUMERIC or date-in > todays-date
              display "The date must be YYYYMMDD, not in the future."
              go to 200-log-exit
           end-if
           move date-in to reading-date

           if last-hp-in NOT EQUAL TO spaces
              display "Nameplate HP (blank for " last-hp-in "): "
                      with no advancing
           else
              display "Nameplate HP: " with no advancing
           end-if
           accept entry-in
           if entry-in EQUAL TO spaces
              move last-hp-in to entry-in
           end-if
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 9999
              display "Nameplate HP must be more than 0 and at most"
                      " 9999."
              go to 200-log-exit
           end-if
           move entry-value to motor-hp

           if last-frame NOT EQUAL TO spaces
              display "NEMA frame (blank for " last-frame "): "
                      with no advancing
           else
              display "NEMA frame (e.g. 445T): " with no advancing
           end-if
           accept entry-in
           move function upper-case(entry-in) to entry-in
           if entry-in EQUAL TO spaces
              move last-frame to entry-in
           end-if
           move entry-in(1:6) to motor-frame

           open extend motor-cond-file
           if motor-cond-status EQUAL TO "05" OR
              motor-cond-status EQUAL TO "35"
              open output motor-cond-file
           end-if
           if motor-cond-status NOT EQUAL TO "00"
              display "Unable to open the MOTORCOND log."
              go to 200-log-exit
           end-if
           move "N" to alarm-logged-flag
           move spaces to raise-reason
           move zero to logged-count
           perform 220-log-one-measure thru 220-log-exit
                   varying measure-idx from 1 by 1
                   until measure-idx > measure-count
           close motor-cond-file

           move logged-count to count-out
           display count-out " readings logged for " tag-in "."
           move "MOTCOND" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "TAG=" tag-in " " count-out " readings logged "
                  reading-date
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail

           if alarm-logged
              move tag-in to raise-tag
              perform 400-raise-alarm-order thru 400-raise-exit
           end-if.
       200-log-exit.
           exit.

       210-find-last-nameplate.
           move spaces to last-hp-in
           move spaces to last-frame
           open input motor-cond-file
           if motor-cond-status NOT EQUAL TO "00"
              go to 210-find-exit
           end-if
           move "N" to cond-eof-flag
           perform 211-read-cond-record
           perform 212-test-nameplate until cond-eof
           close motor-cond-file.
       210-find-exit.
           exit.

       211-read-cond-record.
           read motor-cond-file
              at end move "Y" to cond-eof-flag
           end-read.

       212-test-nameplate.
           if mc-tag EQUAL TO tag-in
              move mc-hp-in to last-hp-in
              move mc-frame to last-frame
           end-if
           perform 211-read-cond-record.

       220-log-one-measure.
           display ms-label(measure-idx) " (blank to skip): "
                   with no advancing
           accept value-in
           if value-in EQUAL TO spaces
              go to 220-log-exit
           end-if
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           if entry-value < zero or entry-value > 99999
              display "Reading must be 0-99999 -- not logged."
              go to 220-log-exit
           end-if
           move entry-value to reading-value

           perform 230-rate-reading

           move spaces to motor-cond-record
           move tag-in to mc-tag
           move reading-date to mc-date
           move ms-code(measure-idx) to mc-measure
           move reading-value to value-text
           move value-text to mc-value-in
           move motor-hp to hp-text
           move hp-text to mc-hp-in
           move motor-frame to mc-frame
           move reading-status to mc-status
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to mc-oper
           write motor-cond-record
           add 1 to logged-count

           move use-alert to alert-out
           move use-alarm to alarm-out
           evaluate reading-status
              when "X"
                 display "  ** ALARM ** past the alarm limit "
                         alarm-out
                 if NOT alarm-logged
                    move reading-value to value-out
                    string "COND ALARM " ms-code(measure-idx) " "
                           value-out
                           delimited by size into raise-reason
                 end-if
                 move "Y" to alarm-logged-flag
              when "A"
                 display "  Alert -- past the alert limit " alert-out
              when other
                 continue
           end-evaluate.
       220-log-exit.
           exit.

      * The limits class: among MOTORLIM rows for the measure, the
      * smallest HP ceiling at or above the nameplate; none, and the
      * built-in limits stand.
       230-rate-reading.
           move ms-alert(measure-idx) to use-alert
           move ms-alarm(measure-idx) to use-alarm
           move zero to limit-pick
           perform 231-test-one-limit
                   varying limit-idx from 1 by 1
                   until limit-idx > limit-count
           if NOT limit-not-found
              move lt-alert(limit-pick) to use-alert
              move lt-alarm(limit-pick) to use-alarm
           end-if

           move space to reading-status
           if ms-direction(measure-idx) EQUAL TO "H"
              evaluate true
                 when reading-value NOT LESS THAN use-alarm
                    move "X" to reading-status
                 when reading-value NOT LESS THAN use-alert
                    move "A" to reading-status
              end-evaluate
           else
              evaluate true
                 when reading-value NOT GREATER THAN use-alarm
                    move "X" to reading-status
                 when reading-value NOT GREATER THAN use-alert
                    move "A" to reading-status
              end-evaluate
           end-if.

       231-test-one-limit.
           if lt-measure(limit-idx) EQUAL TO ms-code(measure-idx) and
              lt-hp-max(limit-idx) NOT LESS THAN motor-hp
              if limit-not-found
                 move limit-idx to limit-pick
              else
                 if lt-hp-max(limit-idx) < lt-hp-max(limit-pick)
                    move limit-idx to limit-pick
                 end-if
              end-if
           end-if.

      * A tag's history measure by measure, oldest first: each
      * reading's change from the one before and that change as a
      * rate per 30 days, then the whole-history rate.
       300-trend-report.
           display spaces
           display "Equipment tag (blank to cancel): "
                   with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 300-trend-exit
           end-if

           move zero to trend-count
           open input motor-cond-file
           if motor-cond-status NOT EQUAL TO "00"
              display "No MOTORCOND log on file yet."
              go to 300-trend-exit
           end-if
           move "N" to cond-eof-flag
           perform 211-read-cond-record
           perform 310-store-trend-record until cond-eof
           close motor-cond-file
           if trend-count EQUAL TO zero
              display "No condition readings logged for " tag-in "."
              go to 300-trend-exit
           end-if

           move "Y" to swap-flag
           perform 320-sort-pass until NOT swapped

           display "Print the trend to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "MOTOR CONDITION TREND" to report-title
              move "MCONDPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "CONDITION TREND FOR " tag-in "  (HP " last-hp-in
                  " FRAME " last-frame ")"
                  delimited by size into out-line
           perform 390-emit-line
           move zero to group-measure
           perform 330-print-one-reading
                   varying trend-idx from 1 by 1
                   until trend-idx > trend-count
           perform 340-print-group-rate

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Trend written to MCONDPRINT."
           end-if.
       300-trend-exit.
           exit.

       310-store-trend-record.
           if mc-tag EQUAL TO tag-in and trend-count < 300
              move mc-measure to probe-measure
              perform 110-find-measure
              if NOT measure-not-found
                 add 1 to trend-count
                 move trend-count to trend-idx
                 move measure-pick to tr-measure-idx(trend-idx)
                 move mc-date to tr-date(trend-idx)
                 move function lower-case(mc-value-in)
                      to mc-value-in
                 compute tr-value(trend-idx) =
                         function numval(mc-value-in)
                 move mc-status to tr-status(trend-idx)
                 move mc-hp-in to last-hp-in
                 move mc-frame to last-frame
              end-if
           end-if
           perform 211-read-cond-record.

      * Measure, then date -- the BENCHRPT bubble sort.
       320-sort-pass.
           move "N" to swap-flag
           perform 321-compare-one-pair
                   varying trend-idx from 1 by 1
                   until trend-idx NOT LESS THAN trend-count.

       321-compare-one-pair.
           compute trend-jdx = trend-idx + 1
           if tr-key(trend-idx) > tr-key(trend-jdx)
              move trend-entry(trend-idx) to trend-swap
              move trend-entry(trend-jdx) to trend-entry(trend-idx)
              move trend-swap to trend-entry(trend-jdx)
              move "Y" to swap-flag
           end-if.

       330-print-one-reading.
           if tr-measure-idx(trend-idx) NOT EQUAL TO group-measure
              if group-measure NOT EQUAL TO zero
                 perform 340-print-group-rate
              end-if
              move tr-measure-idx(trend-idx) to group-measure
              move zero to group-count
              move spaces to out-line
              perform 390-emit-line
              move spaces to out-line
              string ms-code(group-measure) " -- "
                     ms-label(group-measure)
                     delimited by size into out-line
              perform 390-emit-line
              move "  DATE         VALUE    CHANGE  PER 30 DAYS  STATUS"
                   to out-line
              perform 390-emit-line
           end-if

           add 1 to group-count
           move tr-value(trend-idx) to value-out
           move tr-date(trend-idx) to this-date-num
           evaluate tr-status(trend-idx)
              when "X" move "ALARM" to status-word
              when "A" move "ALERT" to status-word
              when other move spaces to status-word
           end-evaluate
           move spaces to out-line
           if group-count EQUAL TO 1
              move tr-value(trend-idx) to first-value
              move this-date-num to first-date-num
              string "  " tr-date(trend-idx) " " value-out
                     "                         " status-word
                     delimited by size into out-line
           else
              compute change-amount = tr-value(trend-idx) - prev-value
              compute day-span =
                      function integer-of-date(this-date-num) -
                      function integer-of-date(prev-date-num)
              move change-amount to change-out
              if day-span > zero
                 compute rate-per-30 rounded =
                         change-amount * 30 / day-span
                 move rate-per-30 to rate-out
              else
                 move zero to rate-out
              end-if
              string "  " tr-date(trend-idx) " " value-out " "
                     change-out "     " rate-out "    " status-word
                     delimited by size into out-line
           end-if
           perform 390-emit-line
           move tr-value(trend-idx) to prev-value
           move this-date-num to prev-date-num.

       340-print-group-rate.
           if group-count > 1
              compute day-span =
                      function integer-of-date(prev-date-num) -
                      function integer-of-date(first-date-num)
              if day-span > zero
                 compute rate-per-30 rounded =
                         (prev-value - first-value) * 30 / day-span
                 move rate-per-30 to rate-out
                 move spaces to out-line
                 string "  Whole-history rate of change per 30 days:"
                        rate-out
                        delimited by size into out-line
                 perform 390-emit-line
              end-if
           end-if.

      * Every tag's latest reading per measure; those past a limit
      * are listed, and a tag in alarm gets its work order if it
      * has none open.
       350-exception-list.
           move zero to latest-count
           open input motor-cond-file
           if motor-cond-status NOT EQUAL TO "00"
              display "No MOTORCOND log on file yet."
              go to 350-exception-exit
           end-if
           move "N" to cond-eof-flag
           perform 211-read-cond-record
           perform 360-post-latest until cond-eof
           close motor-cond-file

           display spaces
           display "Print the exception list to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "MOTORS PAST CONDITION LIMITS" to report-title
              move "MCONDPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move "TAG        MEAS DATE         VALUE  STATUS" to out-line
           perform 390-emit-line
           move zero to exception-count
           move zero to alarm-tag-count
           move spaces to last-alarm-tag
           perform 370-report-one-latest
                   varying latest-idx from 1 by 1
                   until latest-idx > latest-count
           move exception-count to count-out
           move spaces to out-line
           string count-out " readings past a limit."
                  delimited by size into out-line
           perform 390-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Exception list written to MCONDPRINT."
           end-if.
       350-exception-exit.
           exit.

       360-post-latest.
           move zero to latest-pick
           perform 361-test-one-latest
                   varying latest-idx from 1 by 1
                   until latest-idx > latest-count
           if latest-not-found and latest-count < 400
              add 1 to latest-count
              move latest-count to latest-pick
              move mc-tag to lx-tag(latest-pick)
              move mc-measure to lx-measure(latest-pick)
              move spaces to lx-date(latest-pick)
           end-if
           if latest-pick > zero and
              mc-date NOT LESS THAN lx-date(latest-pick)
              move mc-date to lx-date(latest-pick)
              move function lower-case(mc-value-in) to mc-value-in
              compute lx-value(latest-pick) =
                      function numval(mc-value-in)
              move mc-status to lx-status(latest-pick)
           end-if
           perform 211-read-cond-record.

       361-test-one-latest.
           if lx-tag(latest-idx) EQUAL TO mc-tag and
              lx-measure(latest-idx) EQUAL TO mc-measure
              move latest-idx to latest-pick
           end-if.

       370-report-one-latest.
           if lx-status(latest-idx) EQUAL TO "A" or
              lx-status(latest-idx) EQUAL TO "X"
              add 1 to exception-count
              move lx-value(latest-idx) to value-out
              if lx-status(latest-idx) EQUAL TO "X"
                 move "ALARM" to status-word
              else
                 move "ALERT" to status-word
              end-if
              move spaces to out-line
              string lx-tag(latest-idx) " " lx-measure(latest-idx)
                     " " lx-date(latest-idx) " " value-out "  "
                     status-word
                     delimited by size into out-line
              perform 390-emit-line
              if lx-status(latest-idx) EQUAL TO "X" and
                 lx-tag(latest-idx) NOT EQUAL TO last-alarm-tag
                 move lx-tag(latest-idx) to last-alarm-tag
                 move lx-tag(latest-idx) to raise-tag
                 move spaces to raise-reason
                 string "COND ALARM " lx-measure(latest-idx) " "
                        value-out
                        delimited by size into raise-reason
                 perform 400-raise-alarm-order thru 400-raise-exit
              end-if
           end-if.

       390-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * One open condition order per tag: the WORKORDER file is
      * scanned for the highest number and for an order on the tag
      * whose reason starts "COND " and is not yet closed.
       400-raise-alarm-order.
           move zero to highest-wo-number
           move "N" to open-cond-flag
           open input work-order-file
           if work-order-status EQUAL TO "00"
              move "N" to wo-eof-flag
              perform 401-read-work-order
              perform 402-test-work-order until wo-eof
              close work-order-file
           end-if
           if open-cond-order
              display raise-tag " already has an open condition"
                      " work order."
              go to 400-raise-exit
           end-if

           move spaces to plant-for-tag
           open input schedule-file
           if schedule-status EQUAL TO "00"
              move "N" to sked-eof-flag
              perform 403-read-schedule-record
              perform 404-test-schedule-record until sked-eof
              close schedule-file
           end-if

           open extend work-order-file
           if work-order-status EQUAL TO "05" OR
              work-order-status EQUAL TO "35"
              open output work-order-file
           end-if
           if work-order-status NOT EQUAL TO "00"
              display "Unable to open the WORKORDER file."
              go to 400-raise-exit
           end-if
           add 1 to highest-wo-number
           move spaces to work-order-record
           move highest-wo-number to wo-number
           move raise-tag to wo-tag
           move plant-for-tag to wo-plant
           move raise-reason to wo-reason
           move "H" to wo-priority
           move todays-date to wo-raised-date
           move "O" to wo-status
           move spaces to wo-tech
           move spaces to wo-closed-date
           write work-order-record
           close work-order-file

           add 1 to orders-raised-count
           display "Order " wo-number " raised for " raise-tag
                   "  priority H."
           move "T" to wl-probe-type
           move raise-tag to wl-probe-key
           move todays-date to wl-as-of
           perform 405-find-warranty thru 405-find-exit
           if wl-under-warranty
              display "*** " raise-tag " is under warranty to "
                      wl-end " (vendor " wl-vendor ", "
                      function trim(wl-coverage-word) ") -- claim"
              display "    it with the vendor before paying for the"
                      " work. ***"
           end-if
           move "MOTCOND" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Order " wo-number " raised " raise-tag " "
                  raise-reason
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-raise-exit.
           exit.

       401-read-work-order.
           read work-order-file
              at end move "Y" to wo-eof-flag
           end-read.

       402-test-work-order.
           if wo-number > highest-wo-number
              move wo-number to highest-wo-number
           end-if
           if wo-tag EQUAL TO raise-tag and
              wo-reason(1:5) EQUAL TO "COND " and
              wo-status NOT EQUAL TO "C"
              move "Y" to open-cond-flag
           end-if
           perform 401-read-work-order.

       403-read-schedule-record.
           read schedule-file
              at end move "Y" to sked-eof-flag
           end-read.

       404-test-schedule-record.
           if sked-tag EQUAL TO raise-tag
              move function upper-case(sked-plant-in)
                   to plant-for-tag
           end-if
           perform 403-read-schedule-record.

      * The limits table: one row per measure and HP class, the
      * class covering nameplates up to its HP ceiling.  For VIB
      * and BRGT the alarm limit must sit above the alert limit;
      * for MEG, below it.
       500-limits-maintenance.
           display spaces
           display " #  MEAS  UP TO HP     ALERT     ALARM"
           perform 510-disp-one-limit
                   varying limit-idx from 1 by 1
                   until limit-idx > limit-count
           display "Built-in limits apply where no class covers a"
                   " motor."
           display "A)dd or replace a row, D)elete a row, blank to"
                   " return: " with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           evaluate entry-in(1:1)
              when "A" perform 520-add-limit thru 520-add-exit
              when "D" perform 530-delete-limit thru 530-delete-exit
              when other continue
           end-evaluate.
       500-limits-exit.
           exit.

       510-disp-one-limit.
           move limit-idx to line-out
           move lt-hp-max(limit-idx) to hp-out
           move lt-alert(limit-idx) to alert-out
           move lt-alarm(limit-idx) to alarm-out
           display line-out "  " lt-measure(limit-idx) " "
                   hp-out "  " alert-out "  " alarm-out.

       520-add-limit.
           display "Measure (VIB, BRGT, MEG): " with no advancing
           accept entry-in
           move function upper-case(entry-in) to entry-in
           move entry-in(1:4) to probe-measure
           perform 110-find-measure
           if measure-not-found
              display "Not a condition measure."
              go to 520-add-exit
           end-if
           move measure-pick to measure-idx

           display "Class covers nameplates up to HP (1-99999): "
                   with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value < 1 or entry-value > 99999
              display "The HP ceiling must be 1-99999."
              go to 520-add-exit
           end-if
           move entry-value to limit-hp-work

           display "Alert limit: " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "Limits must be more than 0 and at most 99999."
              go to 520-add-exit
           end-if
           move entry-value to limit-alert-work

           display "Alarm limit: " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              display "Limits must be more than 0 and at most 99999."
              go to 520-add-exit
           end-if
           if ms-direction(measure-idx) EQUAL TO "H" and
              entry-value NOT GREATER THAN limit-alert-work
              display "For " ms-code(measure-idx)
                      " the alarm limit must be above the alert."
              go to 520-add-exit
           end-if
           if ms-direction(measure-idx) EQUAL TO "L" and
              entry-value NOT LESS THAN limit-alert-work
              display "For " ms-code(measure-idx)
                      " the alarm limit must be below the alert."
              go to 520-add-exit
           end-if

           move zero to limit-pick
           perform 521-test-same-class
                   varying limit-idx from 1 by 1
                   until limit-idx > limit-count
           if limit-not-found
              if limit-count NOT LESS THAN max-limits
                 display "The limits table is full."
                 go to 520-add-exit
              end-if
              add 1 to limit-count
              move limit-count to limit-pick
           end-if
           move ms-code(measure-idx) to lt-measure(limit-pick)
           move limit-hp-work to lt-hp-max(limit-pick)
           move limit-alert-work to lt-alert(limit-pick)
           move entry-value to lt-alarm(limit-pick)
           move "Y" to limits-changed-flag
           move "MOTCOND" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "MOTORLIM row set " ms-code(measure-idx)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       520-add-exit.
           exit.

       521-test-same-class.
           if lt-measure(limit-idx) EQUAL TO ms-code(measure-idx) and
              lt-hp-max(limit-idx) EQUAL TO limit-hp-work
              move limit-idx to limit-pick
           end-if.

       530-delete-limit.
           display "Row number to delete: " with no advancing
           accept entry-in
           move function lower-case(entry-in) to entry-in
           compute entry-value = function numval(entry-in)
           if entry-value < 1 or entry-value > limit-count
              display "No such row."
              go to 530-delete-exit
           end-if
           move entry-value to limit-pick
           perform 531-shift-one-up
                   varying limit-idx from limit-pick by 1
                   until limit-idx NOT LESS THAN limit-count
           subtract 1 from limit-count
           move "Y" to limits-changed-flag
           move "MOTCOND" to audit-trail-pgm
           move "MOTORLIM row deleted." to audit-trail-detail
           perform 995-write-audit-trail.
       530-delete-exit.
           exit.

       531-shift-one-up.
           move limit-entry(limit-idx + 1) to limit-entry(limit-idx).

       180-save-limits.
           open output motor-limit-file
           if motorlim-status NOT EQUAL TO "00"
              display "Unable to open MOTORLIM for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-limit
                   varying limit-idx from 1 by 1
                   until limit-idx > limit-count
           close motor-limit-file
           display "MOTORLIM written with " limit-count " rows.".
       180-save-exit.
           exit.

       181-write-one-limit.
           move spaces to motor-limit-record
           move lt-hp-max(limit-idx) to hp-out
           move hp-out to lim-hp-max-in
           move lt-measure(limit-idx) to lim-measure
           move lt-alert(limit-idx) to alert-out
           move alert-out to lim-alert-in
           move lt-alarm(limit-idx) to alarm-out
           move alarm-out to lim-alarm-in
           write motor-limit-record.
