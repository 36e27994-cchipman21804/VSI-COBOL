      * consolidated end-of-window summary with each step's          *
      * disposition and elapsed time.                                *
      *                                                               *
      * Every step's start, end, and elapsed time goes to the        *
      * BATCHHIST step history (BATCHTRD reports the trends).        *
      * Before each step the driver projects the window's finish --  *
      * the clock now plus the remaining steps' 30-night averages -- *
      * and warns on the console when it passes the BATCHWIN allowed *
      * end time.  A step whose program is listed in BATCHHOLD when  *
      * its turn comes is held (not run) for the night.              *
      *                                                               *
      * Each step also carries a run calendar -- nightly, a weekday  *
      * list, a day of the month, the last business day, fiscal      *
      * period-end, or fiscal year-end off FISCALCAL -- with a rule  *
      * for a night that falls on a weekend or a HOLIDAYS date (run  *
      * anyway, skip, or move to the business day before or after).  *
      * The driver works out the night's step list itself; a step    *
      * not due shows NOTDUE, and BATCHCALPRINT forecasts which      *
      * steps run on each night through the coming fiscal period.    *
      *                                                               *
      *****************************************************************

       identification division.
      *                  the end-of-window summary, counted apart
      *                  from failures -- no more splitting the
      *                  window into hand-shepherded jobs.
      * 2026-10-15  CAC  Step start/end/elapsed written to the
      *                  BATCHHIST history; console warning when the
      *                  projected finish passes the BATCHWIN allowed
      *                  end; steps listed in BATCHHOLD are held.
      * 2026-10-15  CAC  A failed step (critical) and the overrun
      *                  warning are also posted to ALERTLOG for the
      *                  OPS role (see ALERTWR).
      * 2026-10-15  CAC  Run calendar per step (frequency and
      *                  holiday rule in BATCHCTL, holidays in
      *                  HOLIDAYS); steps not due tonight are passed
      *                  over as NOTDUE, and the BATCHCALPRINT run
      *                  forecast covers the coming fiscal period.

       environment division.
       input-output section.
      * RUNCTLFD/RUNCTLWS.
           COPY runctlsel.

      * Batch-window step history and window parameters -- see
      * BHISTSEL/BHISTFD/BHISTWS/BHISTRD.
           COPY bhistsel.

      * Steps the operator holds for the night: one program name
      * per line, read as each step's turn comes.
           select hold-file assign to "BATCHHOLD"
                  organization is line sequential
                  file status is hold-status.

      * Holidays the run calendar treats as no business day: one
      * date per line with its description, kept in TABLEDIT.
           select holiday-file assign to "HOLIDAYS"
                  organization is line sequential
                  file status is holiday-status.

      * The run-calendar forecast -- see 180-PRINT-RUN-FORECAST.
           select report-file assign to "BATCHCALPRINT"
                  organization is line sequential
                  file status is report-status.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.
      * predecessor step's program name with a condition -- K runs
      * this step only if the predecessor completed clean, Z only if
      * the predecessor's RUNCTL record also shows zero rejects.
      * The run calendar closes the line: the frequency (N nightly,
      * W on the weekdays listed 1-7 from Monday, M on the day of
      * the month given, L last business day, P fiscal period-end,
      * Y fiscal year-end) and what a weekend or HOLIDAYS night
      * does (blank runs anyway, S skips, B or A moves the run to
      * the business day before or after).
       fd  control-file
           record contains 60 characters.
       01 control-record.
           05 ctl-desc           pic x(29).
           05 ctl-pred           pic x(10).
           05 ctl-cond           pic x.
           05 ctl-freq           pic x.
           05 ctl-freq-parm      pic x(7).
           05 ctl-hol-rule       pic x.

       fd  marker-file
           record contains 40 characters.

       COPY runctlfd.

       COPY bhistfd.

       fd  hold-file
           record contains 20 characters.
       01 hold-record.
           05 hold-pgm           pic x(10).
           05 filler             pic x(10).

       fd  holiday-file
           record contains 30 characters.
       01 holiday-record.
           05 hol-date           pic x(8).
           05 hol-desc           pic x(22).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.
      * Suite-wide audit-trail fields.
       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Run-control fields -- see RUNCTLWS.
       COPY runctlws.

      * Step-history fields -- see BHISTWS.
       COPY bhistws.

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

      * Shared report-writer fields -- see PAGEWS.
       COPY pagews.

       01 control-status        pic xx.
       01 marker-status         pic xx.
       01 control-eof-flag      pic x value "N".
               10 st-read        pic 9(6).
               10 st-proc       pic 9(6).
               10 st-rej         pic 9(6).
               10 st-avg         pic 9(5).
               10 st-freq        pic x.
               10 st-freq-parm   pic x(7).
               10 st-hol-rule    pic x.

      * Per-step timing, from the wall clock.
       01 clock-stamp.
           05 clock-date        pic 9(8).
           05 clock-hh          pic 99.
           05 clock-mm          pic 99.
           05 clock-ss          pic 99.
       01 call-pgm              pic x(10).
       01 failed-count          pic 99 value zero.
       01 window-start-date     pic x(8).
       01 window-start-num redefines window-start-date pic 9(8).
       01 window-start-time     pic x(6).
       01 runctl-eof-flag       pic x value "N".
           88 runctl-eof               value "Y".
       01 step-skip-flag        pic x.
           88 skip-this-step           value "Y".

      * Step-history and forecast fields -- see 136-FORECAST-WINDOW.
       01 step-start-stamp.
           05 step-start-date   pic x(8).
           05 step-start-time   pic x(6).
       01 step-end-stamp.
           05 step-end-date     pic x(8).
           05 step-end-time     pic x(6).
       01 window-start-secs     pic 9(5).
       01 allowed-offset        pic 9(6).
       01 now-offset            pic 9(6).
       01 remaining-secs        pic 9(6).
       01 projected-offset      pic 9(6).
       01 fc-idx                pic 99.
       01 overrun-warned-flag   pic x value "N".
           88 overrun-warned           value "Y".
       01 fmt-offset            pic 9(6).
       01 fmt-minutes           pic 9(5).
       01 fmt-hours             pic 9(4).
       01 fmt-hh                pic 99.
       01 fmt-mm                pic 99.
       01 fmt-hhmm              pic x(5).
       01 allowed-hhmm          pic x(5).
       01 avg-min-out           pic zzz9.
       01 hold-status           pic xx.
       01 hold-eof-flag         pic x value "N".
           88 hold-eof                 value "Y".
       01 held-count            pic 99 value zero.

      * Run-calendar fields -- see 170-TEST-STEP-DUE.
       01 holiday-status        pic xx.
       01 holiday-eof-flag      pic x value "N".
           88 holiday-eof              value "Y".
       01 holiday-count         pic 9(3) value zero.
       01 max-holidays          pic 9(3) value 200.
       01 holiday-idx           pic 9(3).
       01 holiday-pick          pic 9(3).
       01 holiday-table.
           05 holiday-entry occurs 200 times.
               10 hl-date        pic x(8).
               10 hl-desc        pic x(22).
       01 notdue-count          pic 99 value zero.
       01 due-date              pic 9(8).
       01 due-int               pic 9(8) USAGE COMP.
       01 cand-int              pic 9(8) USAGE COMP.
       01 cand-date             pic 9(8).
       01 cand-date-x redefines cand-date pic x(8).
       01 cand-offset           pic s99.
       01 probe-int             pic 9(8) USAGE COMP.
       01 probe-date            pic 9(8).
       01 probe-date-x redefines probe-date pic x(8).
       01 shift-tries           pic 99.
       01 cal-weekday           pic 9.
       01 weekday-char          pic x.
       01 weekday-tally         pic 9.
       01 dom-parm              pic 99.
       01 business-flag         pic x.
           88 business-day             value "Y".
       01 raw-due-flag          pic x.
           88 raw-due                  value "Y".
       01 step-due-flag         pic x.
           88 step-due                 value "Y".
       01 day-name-list         pic x(21)
                                value "MONTUEWEDTHUFRISATSUN".
       01 day-names redefines day-name-list.
           05 day-name          pic x(3) occurs 7 times.

      * Forecast fields -- see 180-PRINT-RUN-FORECAST.
       01 fcst-first-int        pic 9(8) USAGE COMP.
       01 fcst-last-int         pic 9(8) USAGE COMP.
       01 fcst-int              pic 9(8) USAGE COMP.
       01 fcst-first-date       pic 9(8).
       01 fcst-last-date        pic 9(8).
       01 fcst-period-idx       pic 99.
       01 fcst-due-count        pic 99.
       01 fcst-due-out          pic z9.
       01 out-line              pic x(100).
       01 line-ptr              pic 999.
       01 hold-holiday-desc     pic x(22).

       procedure division.
       100-main-para.
           display spaces
           move function current-date to rc-stamp
           move rc-stamp-date to window-start-date
           move rc-stamp-time to window-start-time
           perform 115-load-step-history
           perform 125-plan-tonight
           perform 180-print-run-forecast thru 180-forecast-exit

           perform 120-raise-batch-marker

           perform 130-run-one-step thru 135-run-step-exit
                   varying step-idx from 1 by 1
                   until step-idx > step-count or window-stopped

       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Operator-alert post -- see ALERTWR.
       COPY alertwr REPLACING ==AW-PARA== BY
            ==996-post-alert==
            ==AW-EXIT== BY ==996-post-exit==
            ==AW-READ-PARA== BY ==996a-read-alert-record==
            ==AW-TEST-PARA== BY ==996b-test-alert-record==.

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
            ==104-display-letterhead==.

      * Step-history and forecast paragraphs -- see BHISTRD.
       COPY bhistrd REPLACING ==BH-PARM-PARA== BY
            ==116-load-window-parms==
            ==BH-LOAD-PARA== BY ==117-load-step-history==
            ==BH-READ-PARA== BY ==117a-read-history-record==
            ==BH-STORE-PARA== BY ==117b-store-history-record==
            ==BH-AVG-PARA== BY ==118-average-one-program==
            ==BH-FIND-PARA== BY ==118a-find-program==
            ==BH-TEST-PARA== BY ==118b-test-program==
            ==BH-SUM-PARA== BY ==118c-sum-one-night==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

       110-load-control-file.
           move zero to step-count
           open input control-file
              end-if
              move spaces to st-status(step-idx)
              move zero to st-elapsed(step-idx)
              perform 113-store-run-calendar
           end-if
           perform 111-read-control-record.

      * An unknown frequency is nightly and an unknown holiday rule
      * runs anyway, as before the calendar existed; a weekday list
      * or day of the month that cannot be read is warned about and
      * leaves the step never due rather than running it nightly.
       113-store-run-calendar.
           move function upper-case(ctl-freq) to st-freq(step-idx)
           if st-freq(step-idx) NOT EQUAL TO "W" and
              st-freq(step-idx) NOT EQUAL TO "M" and
              st-freq(step-idx) NOT EQUAL TO "L" and
              st-freq(step-idx) NOT EQUAL TO "P" and
              st-freq(step-idx) NOT EQUAL TO "Y"
              move "N" to st-freq(step-idx)
           end-if
           move ctl-freq-parm to st-freq-parm(step-idx)
           move function upper-case(ctl-hol-rule)
                to st-hol-rule(step-idx)
           if st-hol-rule(step-idx) NOT EQUAL TO "S" and
              st-hol-rule(step-idx) NOT EQUAL TO "B" and
              st-hol-rule(step-idx) NOT EQUAL TO "A"
              move space to st-hol-rule(step-idx)
           end-if
           if st-freq(step-idx) EQUAL TO "W" and
              st-freq-parm(step-idx) EQUAL TO spaces
              display "BATCHCTL step " st-pgm(step-idx) " lists no"
                      " weekdays -- it will never be due."
           end-if
           if st-freq(step-idx) EQUAL TO "M" and
              st-freq-parm(step-idx)(1:2) NOT NUMERIC
              display "BATCHCTL step " st-pgm(step-idx) " has no"
                      " day of the month -- it will never be due."
           end-if.

      * The allowed end is counted in seconds from midnight of the
      * window's opening date; an end at or before the opening time
      * is the next morning.
       115-load-step-history.
           perform 116-load-window-parms
           perform 117-load-step-history
           perform 115a-note-step-average
                   varying step-idx from 1 by 1
                   until step-idx > step-count
           compute window-start-secs =
                   function numval(window-start-time(1:2)) * 3600 +
                   function numval(window-start-time(3:2)) * 60 +
                   function numval(window-start-time(5:2))
           compute allowed-offset =
                   bw-allowed-hh * 3600 + bw-allowed-mm * 60
           if allowed-offset NOT GREATER THAN window-start-secs
              add 86400 to allowed-offset
           end-if
           move allowed-offset to fmt-offset
           perform 138-format-offset
           move fmt-hhmm to allowed-hhmm.

       115a-note-step-average.
           move st-pgm(step-idx) to bh-probe-pgm
           perform 118-average-one-program
           move bh-avg-secs to st-avg(step-idx).

      * LOGARCH refuses to close off a log while this marker is up.
       120-raise-batch-marker.
           open output marker-file
      * loaded is the failure the on-error directive governs.
       130-run-one-step.
           display spaces
           if st-status(step-idx) EQUAL TO "NOTDUE"
              display "STEP " step-idx ": " st-pgm(step-idx)
                      " -- not due tonight by its run calendar."
              go to 135-run-step-exit
           end-if
           display "STEP " step-idx ": " st-pgm(step-idx) " -- "
                   st-desc(step-idx)

           perform 136-forecast-window thru 136-forecast-exit

           perform 139-test-step-held thru 139-held-exit
           if skip-this-step
              display "Step held by BATCHHOLD -- not run tonight."
              move "HELD" to st-status(step-idx)
              add 1 to held-count
              perform 137-write-skipped-history
              go to 135-run-step-exit
           end-if

           if st-pred(step-idx) NOT EQUAL TO spaces
              perform 129-test-step-condition thru 129-test-exit
              if skip-this-step
                 move "SKIPPD" to st-status(step-idx)
                 add 1 to skipped-count
                 perform 137-write-skipped-history
                 go to 135-run-step-exit
              end-if
           end-if

           perform 131-note-clock
           move clock-seconds to start-seconds
           move clock-stamp(1:14) to step-start-stamp

           move st-pgm(step-idx) to call-pgm
           call call-pgm
              add 86400 to step-elapsed
           end-if
           move step-elapsed to st-elapsed(step-idx)
           move clock-stamp(1:14) to step-end-stamp
           perform 137-write-step-history

           if st-status(step-idx) EQUAL TO "FAILED"
              add 1 to failed-count
              display "Step failed -- " st-pgm(step-idx)
                      " could not be run."
              move "BATCHRUN" to audit-trail-pgm
              move "C" to alert-severity
              move spaces to alert-plant
              move st-pgm(step-idx) to alert-tag
              move "FAILED" to alert-ref
              move "OPS" to alert-role
              move spaces to alert-message
              string "Batch step " function trim(st-pgm(step-idx))
                     " failed -- it could not be run."
                     delimited by size into alert-message
              perform 996-post-alert thru 996-post-exit
              if st-on-error(step-idx) EQUAL TO "S"
                 display "On-error directive is Stop -- window"
                         " abandoned."
       135-run-step-exit.
           exit.

      * The projected finish: the clock now, plus the 30-night
      * average of this step and every one after it (a step with no
      * clean history counts nothing).  The first time it passes
      * the allowed end the console gets the full warning with the
      * steps still to run; later steps repeat the projection only.
       136-forecast-window.
           perform 131-note-clock
           compute now-offset =
                   (function integer-of-date(clock-date) -
                    function integer-of-date(window-start-num))
                   * 86400 + clock-seconds
           move zero to remaining-secs
           perform 136a-add-step-average
                   varying fc-idx from step-idx by 1
                   until fc-idx > step-count
           compute projected-offset = now-offset + remaining-secs
           if projected-offset NOT GREATER THAN allowed-offset
              go to 136-forecast-exit
           end-if

           move projected-offset to fmt-offset
           perform 138-format-offset
           if overrun-warned
              display "Window still projected to finish " fmt-hhmm
                      " (allowed end " allowed-hhmm ")."
              go to 136-forecast-exit
           end-if

           move "Y" to overrun-warned-flag
           display spaces
           display "*** WINDOW OVERRUN WARNING ***"
           display "Projected finish " fmt-hhmm " is past the"
                   " allowed end of " allowed-hhmm "."
           display "Steps still to run, on their 30-night averages:"
           perform 136b-show-remaining-step
                   varying fc-idx from step-idx by 1
                   until fc-idx > step-count
           display "To hold an optional step, list its program in"
           display "BATCHHOLD before its turn comes."
           display spaces

           move "BATCHRUN" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Overrun warned: finish " fmt-hhmm
                  ", allowed end " allowed-hhmm
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail

           move "W" to alert-severity
           move spaces to alert-plant
           move spaces to alert-tag
           move "OVERRUN" to alert-ref
           move "OPS" to alert-role
           move spaces to alert-message
           string "Batch window projected to finish " fmt-hhmm
                  ", past the allowed end " allowed-hhmm "."
                  delimited by size into alert-message
           perform 996-post-alert thru 996-post-exit.
       136-forecast-exit.
           exit.

       136a-add-step-average.
           add st-avg(fc-idx) to remaining-secs.

       136b-show-remaining-step.
           if st-status(fc-idx) NOT EQUAL TO "NOTDUE"
              compute avg-min-out rounded = st-avg(fc-idx) / 60
              display "  STEP " fc-idx "  " st-pgm(fc-idx) "  "
                      avg-min-out " min  " st-desc(fc-idx)
           end-if.

       137-write-step-history.
           open extend batch-hist-file
           if batchhist-status EQUAL TO "05" OR
              batchhist-status EQUAL TO "35"
              open output batch-hist-file
           end-if
           if batchhist-status EQUAL TO "00"
              move spaces to batch-hist-record
              move window-start-date to bh-win-date
              move window-start-time to bh-win-time
              move step-idx to bh-step
              move st-pgm(step-idx) to bh-pgm
              move st-status(step-idx) to bh-status
              move step-start-date to bh-start-date
              move step-start-time to bh-start-time
              move step-end-date to bh-end-date
              move step-end-time to bh-end-time
              move st-elapsed(step-idx) to bh-elapsed
              write batch-hist-record
              close batch-hist-file
           end-if.

      * A held or skipped step is logged too, so the history shows
      * every night's whole sequence.
       137-write-skipped-history.
           perform 131-note-clock
           move clock-stamp(1:14) to step-start-stamp
           move clock-stamp(1:14) to step-end-stamp
           move zero to st-elapsed(step-idx)
           perform 137-write-step-history.

      * Seconds past the window's opening midnight, shown as the
      * time of day (HH:MM).
       138-format-offset.
           compute fmt-minutes = fmt-offset / 60
           divide fmt-minutes by 60 giving fmt-hours
                  remainder fmt-mm
           compute fmt-hh = function mod(fmt-hours, 24)
           move spaces to fmt-hhmm
           string fmt-hh ":" fmt-mm
                  delimited by size into fmt-hhmm.

      * BATCHHOLD is read afresh for every step, so a program listed
      * mid-window is held when its turn comes.
       139-test-step-held.
           move "N" to step-skip-flag
           open input hold-file
           if hold-status NOT EQUAL TO "00"
              go to 139-held-exit
           end-if
           move function upper-case(st-pgm(step-idx))
                to step-pgm-upper
           move "N" to hold-eof-flag
           perform 139a-read-hold-record
           perform 139b-test-hold-record until hold-eof
           close hold-file.
       139-held-exit.
           exit.

       139a-read-hold-record.
           read hold-file
              at end move "Y" to hold-eof-flag
           end-read.

       139b-test-hold-record.
           if function upper-case(hold-pgm) EQUAL TO step-pgm-upper
              move "Y" to step-skip-flag
           end-if
           perform 139a-read-hold-record.

      * The condition against the named predecessor: K needs the
      * predecessor to have completed clean; Z additionally needs
      * its RUNCTL record to show zero rejects (a predecessor that
              go to 129-test-exit
           end-if

           if st-status(pred-pick) EQUAL TO "NOTDUE"
              display "Predecessor " step-pred-upper " is not due"
                      " tonight -- step skipped."
              move "Y" to step-skip-flag
              go to 129-test-exit
           end-if

           if st-status(pred-pick) NOT EQUAL TO "OK"
              display "Predecessor " step-pred-upper " did not"
                      " complete clean -- step skipped."
                   until step-idx > step-count
           display spaces
           display failed-count " step(s) failed, " skipped-count
                   " skipped by condition, " held-count
                   " held by BATCHHOLD."
           display notdue-count " step(s) not due tonight by the run"
                   " calendar."
           perform 131-note-clock
           compute now-offset =
                   (function integer-of-date(clock-date) -
                    function integer-of-date(window-start-num))
                   * 86400 + clock-seconds
           move now-offset to fmt-offset
           perform 138-format-offset
           if now-offset > allowed-offset
              display "Window finished " fmt-hhmm " -- past the"
                      " allowed end of " allowed-hhmm "."
           else
              display "Window finished " fmt-hhmm " -- inside the"
                      " allowed end of " allowed-hhmm "."
           end-if
           display "Counts are each step's RUNCTL run-control"
                   " record; RUNRECON verifies the balances."
           if window-stopped
                      st-status(step-idx) "  " elapsed-out "  "
                      "   n/a    n/a    n/a  " st-desc(step-idx)
           end-if.

      * Tonight is the window's opening date (a window opened after
      * midnight plans for the date it opened on).  A step not due
      * is marked NOTDUE before anything runs, and its average drops
      * out of the overrun projection.
       125-plan-tonight.
           perform 126-load-holidays thru 126-load-exit
           if NOT fiscal-loaded
              perform AL-FISCAL-LOAD
           end-if
           move window-start-num to due-date
           compute probe-int = function integer-of-date(due-date)
           perform 172-test-business-day
           display spaces
           display "TONIGHT'S RUN LIST -- " window-start-date " "
                   day-name(cal-weekday)
           if holiday-pick > zero
              display "Tonight is a HOLIDAYS date: "
                      hl-desc(holiday-pick)
           end-if
           perform 127-plan-one-step
                   varying step-idx from 1 by 1
                   until step-idx > step-count
           compute fcst-due-count = step-count - notdue-count
           display fcst-due-count " step(s) due tonight, "
                   notdue-count " not due."
           if fiscal-count EQUAL TO zero
              display "No FISCALCAL periods on file -- fiscal"
                      " period-end and year-end steps are not due."
           end-if.

       127-plan-one-step.
           perform 170-test-step-due
           if step-due
              display "  DUE      " st-pgm(step-idx) "  FREQ "
                      st-freq(step-idx) " " st-freq-parm(step-idx)
                      " HOL " st-hol-rule(step-idx)
           else
              move "NOTDUE" to st-status(step-idx)
              move zero to st-avg(step-idx)
              add 1 to notdue-count
              display "  NOT DUE  " st-pgm(step-idx) "  FREQ "
                      st-freq(step-idx) " " st-freq-parm(step-idx)
                      " HOL " st-hol-rule(step-idx)
           end-if.

       126-load-holidays.
           move zero to holiday-count
           open input holiday-file
           if holiday-status NOT EQUAL TO "00"
              go to 126-load-exit
           end-if
           move "N" to holiday-eof-flag
           perform 126a-read-holiday-record
           perform 126b-store-holiday-record until holiday-eof
           close holiday-file.
       126-load-exit.
           exit.

       126a-read-holiday-record.
           read holiday-file
              at end move "Y" to holiday-eof-flag
           end-read.

       126b-store-holiday-record.
           if hol-date IS NUMERIC and holiday-count < max-holidays
              add 1 to holiday-count
              move hol-date to hl-date(holiday-count)
              move hol-desc to hl-desc(holiday-count)
           end-if
           perform 126a-read-holiday-record.

      * Whether the step is due on DUE-DATE.  A blank holiday rule
      * takes the scheduled day as it falls; S runs only when that
      * day is a business day (Monday-Friday, not on HOLIDAYS); B
      * and A move a scheduled day that is no business day to the
      * nearest business day before or after, so the night is due
      * when a scheduled day within ten days of it lands there.
       170-test-step-due.
           move "N" to step-due-flag
           compute due-int = function integer-of-date(due-date)
           evaluate st-hol-rule(step-idx)
              when "S"
                 move due-int to probe-int
                 perform 172-test-business-day
                 if business-day
                    move due-int to cand-int
                    perform 171-test-raw-due
                    move raw-due-flag to step-due-flag
                 end-if
              when "B"
              when "A"
                 perform 173-test-moved-day
                         varying cand-offset from -10 by 1
                         until cand-offset > 10 or step-due
              when other
                 move due-int to cand-int
                 perform 171-test-raw-due
                 move raw-due-flag to step-due-flag
           end-evaluate.

      * Whether the frequency alone schedules the day CAND-INT.
       171-test-raw-due.
           move "N" to raw-due-flag
           compute cand-date = function date-of-integer(cand-int)
           evaluate st-freq(step-idx)
              when "W"
                 compute cal-weekday =
                         function mod(cand-int - 1, 7) + 1
                 move cal-weekday to weekday-char
                 move zero to weekday-tally
                 inspect st-freq-parm(step-idx) tallying
                         weekday-tally for all weekday-char
                 if weekday-tally > zero
                    move "Y" to raw-due-flag
                 end-if
              when "M"
                 perform 171a-test-month-day
              when "L"
                 perform 171b-test-last-business-day
              when "P"
              when "Y"
                 perform 171c-test-period-end
                         varying fiscal-idx from 1 by 1
                         until fiscal-idx > fiscal-count
              when other
                 move "Y" to raw-due-flag
           end-evaluate.

      * A day of the month past the month's end (31 in a 30-day
      * month) falls on the month's last day.
       171a-test-month-day.
           if st-freq-parm(step-idx)(1:2) IS NUMERIC
              move st-freq-parm(step-idx)(1:2) to dom-parm
              if cand-date-x(7:2) EQUAL TO st-freq-parm(step-idx)(1:2)
                 move "Y" to raw-due-flag
              else
                 compute probe-date =
                         function date-of-integer(cand-int + 1)
                 if probe-date-x(7:2) EQUAL TO "01" and
                    cand-date-x(7:2) < st-freq-parm(step-idx)(1:2)
                    move "Y" to raw-due-flag
                 end-if
              end-if
           end-if.

      * A business day with none after it in the same month.
       171b-test-last-business-day.
           move cand-int to probe-int
           perform 172-test-business-day
           if business-day
              perform 171d-next-calendar-day
              perform 171d-next-calendar-day until business-day
              if probe-date-x(1:6) NOT EQUAL TO cand-date-x(1:6)
                 move "Y" to raw-due-flag
              end-if
           end-if.

      * P takes every FISCALCAL period's end; Y only period 12's.
       171c-test-period-end.
           if fp-end(fiscal-idx) EQUAL TO cand-date-x
              if st-freq(step-idx) EQUAL TO "P" or
                 fp-period(fiscal-idx) EQUAL TO "12"
                 move "Y" to raw-due-flag
              end-if
           end-if.

       171d-next-calendar-day.
           add 1 to probe-int
           perform 172-test-business-day.

      * Monday through Friday and not on HOLIDAYS; HOLIDAY-PICK
      * keeps the matching holiday for the caller's display.
       172-test-business-day.
           compute probe-date = function date-of-integer(probe-int)
           compute cal-weekday = function mod(probe-int - 1, 7) + 1
           move zero to holiday-pick
           perform 172a-find-holiday
                   varying holiday-idx from 1 by 1
                   until holiday-idx > holiday-count
           if cal-weekday > 5 or holiday-pick > zero
              move "N" to business-flag
           else
              move "Y" to business-flag
           end-if.

       172a-find-holiday.
           if hl-date(holiday-idx) EQUAL TO probe-date-x
              move holiday-idx to holiday-pick
           end-if.

       173-test-moved-day.
           compute cand-int = due-int + cand-offset
           perform 171-test-raw-due
           if raw-due
              move cand-int to probe-int
              perform 172-test-business-day
              move zero to shift-tries
              perform 174-move-one-day
                      until business-day or shift-tries > 10
              if business-day and probe-int EQUAL TO due-int
                 move "Y" to step-due-flag
              end-if
           end-if.

       174-move-one-day.
           if st-hol-rule(step-idx) EQUAL TO "B"
              subtract 1 from probe-int
           else
              add 1 to probe-int
           end-if
           add 1 to shift-tries
           perform 172-test-business-day.

      * The forecast runs from tomorrow night through the end of the
      * fiscal period after tonight's -- the rest of this period and
      * the whole coming one; a night outside FISCALCAL forecasts
      * five weeks.  Nightly steps with no holiday rule head the
      * report once rather than on every line.
       180-print-run-forecast.
           compute fcst-first-int =
                   function integer-of-date(window-start-num) + 1
           compute fcst-last-int = fcst-first-int + 34
           move zero to fcst-period-idx
           perform 181-find-tonight-period
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > fiscal-count
           if fcst-period-idx > zero
              if fcst-period-idx < fiscal-count
                 add 1 to fcst-period-idx
              end-if
              compute fcst-last-int = function integer-of-date(
                      function numval(fp-end(fcst-period-idx)))
           end-if
           if fcst-last-int < fcst-first-int
              move fcst-first-int to fcst-last-int
           end-if
           if fcst-last-int > fcst-first-int + 89
              compute fcst-last-int = fcst-first-int + 89
           end-if
           compute fcst-first-date =
                   function date-of-integer(fcst-first-int)
           compute fcst-last-date =
                   function date-of-integer(fcst-last-int)

           move "Y" to report-yn
           open output report-file
           move "BATCH RUN CALENDAR FORECAST" to report-title
           move "BATCHCALPRINT" to pg-spool-name
           move zero to page-number
           move 99 to page-line-count
           move zero to pg-money-total
           if report-status NOT EQUAL TO "00"
              display "Unable to open BATCHCALPRINT report file."
              move "N" to report-yn
              go to 180-forecast-exit
           end-if

           move spaces to out-line
           string "Nights " fcst-first-date " through "
                  fcst-last-date " -- " holiday-count
                  " HOLIDAYS date(s) on file."
                  delimited by size into out-line
           perform 188-write-forecast-line
           if fiscal-count EQUAL TO zero
              move "No FISCALCAL periods on file -- period-end and"
                   to out-line
              perform 188-write-forecast-line
              move "year-end steps cannot be forecast." to out-line
              perform 188-write-forecast-line
           end-if
           perform 188-write-forecast-line

           move 1 to line-ptr
           string "Every night:  " delimited by size
                  into out-line with pointer line-ptr
           perform 182-list-every-night
                   varying step-idx from 1 by 1
                   until step-idx > step-count
           if line-ptr EQUAL TO 15
              string "(none)" delimited by size
                     into out-line with pointer line-ptr
           end-if
           perform 188-write-forecast-line
           perform 188-write-forecast-line

           move "NIGHT     DAY HOL STEPS CALENDAR STEPS DUE"
                to out-line
           perform 188-write-forecast-line
           perform 183-forecast-one-night
                   varying fcst-int from fcst-first-int by 1
                   until fcst-int > fcst-last-int

           perform 199-write-report-trailer
           close report-file
           display "Run-calendar forecast written to BATCHCALPRINT.".
       180-forecast-exit.
           exit.

       181-find-tonight-period.
           if window-start-date NOT LESS THAN fp-start(fiscal-idx)
              and window-start-date NOT GREATER THAN
                  fp-end(fiscal-idx)
              move fiscal-idx to fcst-period-idx
           end-if.

       182-list-every-night.
           if st-freq(step-idx) EQUAL TO "N" and
              st-hol-rule(step-idx) EQUAL TO space
              perform 185-add-step-name
           end-if.

      * One night: its count of steps due (the every-night ones
      * included), then the calendar-driven ones by name, and the
      * holiday's description when the night is on HOLIDAYS.
       183-forecast-one-night.
           compute due-date = function date-of-integer(fcst-int)
           move fcst-int to probe-int
           perform 172-test-business-day
           move 1 to line-ptr
           string due-date "  " day-name(cal-weekday) " "
                  delimited by size into out-line
                  with pointer line-ptr
           move spaces to hold-holiday-desc
           if holiday-pick > zero
              move hl-desc(holiday-pick) to hold-holiday-desc
              string " H " delimited by size into out-line
                     with pointer line-ptr
           else
              string "   " delimited by size into out-line
                     with pointer line-ptr
           end-if
           move zero to fcst-due-count
           perform 184-count-one-step
                   varying step-idx from 1 by 1
                   until step-idx > step-count
           move fcst-due-count to fcst-due-out
           string "   " fcst-due-out "  " delimited by size
                  into out-line with pointer line-ptr
           perform 186-list-calendar-step
                   varying step-idx from 1 by 1
                   until step-idx > step-count
           if hold-holiday-desc NOT EQUAL TO spaces
              string "(" function trim(hold-holiday-desc) ")"
                     delimited by size into out-line
                     with pointer line-ptr
           end-if
           perform 188-write-forecast-line.

       184-count-one-step.
           perform 170-test-step-due
           if step-due
              add 1 to fcst-due-count
           end-if.

       185-add-step-name.
           if line-ptr > 88
              perform 188-write-forecast-line
              move 25 to line-ptr
           end-if
           string function trim(st-pgm(step-idx)) " "
                  delimited by size into out-line
                  with pointer line-ptr.

       186-list-calendar-step.
           if st-freq(step-idx) NOT EQUAL TO "N" or
              st-hol-rule(step-idx) NOT EQUAL TO space
              perform 170-test-step-due
              if step-due
                 perform 185-add-step-name
              end-if
           end-if.

       188-write-forecast-line.
           move out-line to report-record
           perform 197-write-report-line
           move spaces to out-line.
