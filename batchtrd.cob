      *****************************************************************
      * BATCH-WINDOW STEP TREND AND OVERRUN FORECAST                  *
      *                                                               *
      * The nightly window kept getting longer and nobody noticed     *
      * until the morning shift signed on to a window still running.  *
      * This report reads the BATCHHIST step history BATCHRUN writes  *
      * and prints, for the latest window, each step's elapsed time   *
      * against its own average over the thirty clean runs before     *
      * it, flagging any step more than the BATCHWIN percentage over. *
      * It then lists the last thirty windows' opening and finishing  *
      * times, fits a straight line through the finishing times, and  *
      * projects the night the window will pass its BATCHWIN allowed  *
      * end time at the present rate of growth.  No prompts -- run it *
      * as the window's last step (after RUNRECON) or any morning;    *
      * the pages go to BATCHTRDPRINT as well as the screen.          *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   batchtrd.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Batch-window step history and window parameters -- see
      * BHISTSEL/BHISTFD/BHISTWS/BHISTRD.
           COPY bhistsel.

           select report-file assign to "BATCHTRDPRINT"
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
       COPY bhistfd.

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

      * Step-history fields -- see BHISTWS.
       COPY bhistws.

      * The last thirty windows, oldest first.  Offsets are seconds
      * past midnight of the window's opening date, so a window
      * that runs past midnight finishes above 86,400.
       01 win-count             pic 99 value zero.
       01 win-idx               pic 99.
       01 win-key               pic x(14) value spaces.
       01 window-table.
           05 window-entry occurs 30 times.
               10 wn-key.
                   15 wn-date    pic x(8).
                   15 wn-time    pic x(6).
               10 wn-start       pic 9(6) USAGE COMP.
               10 wn-finish      pic 9(6) USAGE COMP.
               10 wn-steps       pic 99 USAGE COMP.

      * The latest window's steps, in the order they ran.
       01 ls-count              pic 99 value zero.
       01 ls-idx                pic 99.
       01 latest-step-table.
           05 latest-step-entry occurs 20 times.
               10 ls-step        pic 99.
               10 ls-pgm         pic x(10).
               10 ls-status      pic x(6).
               10 ls-elapsed     pic 9(5).

       01 time-digits           pic x(6).
       01 time-parts redefines time-digits.
           05 td-hh             pic 99.
           05 td-mm             pic 99.
           05 td-ss             pic 99.
       01 time-secs             pic 9(5).
       01 end-date-num          pic 9(8).
       01 win-date-num          pic 9(8).
       01 end-offset            pic 9(6).
       01 flagged-count         pic 99 value zero.
       01 change-secs           pic s9(6).
       01 change-pct            pic s9(5)v9.
       01 avg-work              pic 9(5).
       01 flag-word             pic x(4).
       01 allowed-offset        pic 9(6).
       01 window-minutes        pic 9(5).
       01 over-count            pic 99 value zero.

      * The straight-line fit of finishing time on night number.
       01 fit-x                 pic 99.
       01 sum-x                 pic 9(5) USAGE COMP.
       01 sum-xx                pic 9(7) USAGE COMP.
       01 sum-y                 pic 9(9) USAGE COMP.
       01 sum-xy                pic 9(11) USAGE COMP.
       01 fit-numer             pic s9(13) USAGE COMP.
       01 fit-denom             pic s9(9) USAGE COMP.
       01 fit-slope             pic s9(7)v9(4) USAGE COMP.
       01 fit-base              pic s9(9)v9(4) USAGE COMP.
       01 fit-latest            pic s9(9)v9(4) USAGE COMP.
       01 fit-gap               pic s9(9)v9(4) USAGE COMP.
       01 nights-to-overrun     pic 9(5).
       01 overrun-date          pic 9(8).
       01 slope-minutes         pic s9(5)v9.

      * Displayed-fields.
       01 fmt-offset            pic 9(6).
       01 fmt-minutes           pic 9(5).
       01 fmt-hours             pic 9(4).
       01 fmt-hh                pic 99.
       01 fmt-mm                pic 99.
       01 fmt-hhmm              pic x(5).
       01 start-hhmm            pic x(5).
       01 allowed-hhmm          pic x(5).
       01 secs-out              pic zz,zz9.
       01 secs2-out             pic zz,zz9.
       01 nights-out            pic z9.
       01 pct-out               pic +zzz9.9.
       01 count-out             pic zzz9.
       01 minutes-out           pic zz,zz9.
       01 slope-out             pic +zz9.9.
       01 over-pct-out          pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** BATCH WINDOW TREND BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-window-parms
           perform 110-scan-windows thru 110-scan-exit
           if win-count EQUAL TO zero
              display "No BATCHHIST step history yet -- nothing to"
              display "report."
              go to 999-end-program
           end-if

      * The latest window is measured against the runs before it,
      * not against an average that already includes it.
           move win-key to bh-exclude-window
           perform 106-load-step-history

           move "Y" to report-yn
           open output report-file
           move "BATCH WINDOW TREND AND FORECAST" to report-title
           move "BATCHTRDPRINT" to pg-spool-name
           move zero to page-number
           move 99 to page-line-count
           move zero to pg-money-total
           if report-status NOT EQUAL TO "00"
              display "Unable to open BATCHTRDPRINT report file."
              move "N" to report-yn
           end-if

           perform 200-step-trend
           perform 300-window-history
           perform 400-overrun-forecast thru 400-forecast-exit

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to BATCHTRDPRINT."
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** BATCH WINDOW TREND ENDS *****"
           display spaces

           move "BATCHTRD" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Batch window trend, " flagged-count
                  " steps flagged over average."
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

      * Step-history averages and window parameters -- see BHISTRD.
       COPY bhistrd REPLACING ==BH-PARM-PARA== BY
            ==105-load-window-parms==
            ==BH-LOAD-PARA== BY ==106-load-step-history==
            ==BH-READ-PARA== BY ==106a-read-history-record==
            ==BH-STORE-PARA== BY ==106b-store-history-record==
            ==BH-AVG-PARA== BY ==107-average-one-program==
            ==BH-FIND-PARA== BY ==107a-find-program==
            ==BH-TEST-PARA== BY ==107b-test-program==
            ==BH-SUM-PARA== BY ==107c-sum-one-night==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * One pass over the history: BATCHRUN writes a window's steps
      * together, so a change of window key opens the next window.
      * The window's finish is its latest step end.
       110-scan-windows.
           move zero to win-count
           open input batch-hist-file
           if batchhist-status NOT EQUAL TO "00"
              go to 110-scan-exit
           end-if
           move "N" to bh-eof-flag
           perform 111-read-history-record
           perform 112-take-history-record thru 112-take-exit
                   until bh-eof
           close batch-hist-file.
       110-scan-exit.
           exit.

       111-read-history-record.
           read batch-hist-file
              at end move "Y" to bh-eof-flag
           end-read.

       112-take-history-record.
           if bh-win-date NOT NUMERIC or bh-win-time NOT NUMERIC or
              bh-end-date NOT NUMERIC or bh-end-time NOT NUMERIC or
              bh-elapsed NOT NUMERIC
              perform 111-read-history-record
              go to 112-take-exit
           end-if

           if bh-window NOT EQUAL TO win-key
              perform 113-open-next-window
           end-if

           move bh-end-time to time-digits
           perform 115-time-to-seconds
           move bh-end-date to end-date-num
           move bh-win-date to win-date-num
           compute end-offset =
                   (function integer-of-date(end-date-num) -
                    function integer-of-date(win-date-num))
                   * 86400 + time-secs
           if end-offset > wn-finish(win-count)
              move end-offset to wn-finish(win-count)
           end-if
           add 1 to wn-steps(win-count)

           move zero to ls-idx
           perform 114-test-latest-step
                   varying win-idx from 1 by 1
                   until win-idx > ls-count
           if ls-idx EQUAL TO zero and ls-count < 20
              add 1 to ls-count
              move ls-count to ls-idx
           end-if
           if ls-idx NOT EQUAL TO zero
              move bh-step to ls-step(ls-idx)
              move function upper-case(bh-pgm) to ls-pgm(ls-idx)
              move bh-status to ls-status(ls-idx)
              move bh-elapsed to ls-elapsed(ls-idx)
           end-if
           perform 111-read-history-record.
       112-take-exit.
           exit.

      * A thirty-first window pushes the oldest off the front.
       113-open-next-window.
           if win-count EQUAL TO 30
              perform 113a-shift-one-window
                      varying win-idx from 1 by 1
                      until win-idx > 29
           else
              add 1 to win-count
           end-if
           move bh-window to win-key
           move bh-window to wn-key(win-count)
           move bh-win-time to time-digits
           perform 115-time-to-seconds
           move time-secs to wn-start(win-count)
           move time-secs to wn-finish(win-count)
           move zero to wn-steps(win-count)
           move zero to ls-count.

       113a-shift-one-window.
           move window-entry(win-idx + 1) to window-entry(win-idx).

       114-test-latest-step.
           if ls-step(win-idx) EQUAL TO bh-step
              move win-idx to ls-idx
           end-if.

       115-time-to-seconds.
           compute time-secs = td-hh * 3600 + td-mm * 60 + td-ss.

      * Seconds past the window's opening midnight, shown as the
      * time of day (HH:MM).
       116-format-offset.
           compute fmt-minutes = fmt-offset / 60
           divide fmt-minutes by 60 giving fmt-hours
                  remainder fmt-mm
           compute fmt-hh = function mod(fmt-hours, 24)
           move spaces to fmt-hhmm
           string fmt-hh ":" fmt-mm
                  delimited by size into fmt-hhmm.

      * The latest window, step by step, against each program's
      * average over its thirty clean runs before tonight.  Only a
      * clean run with history behind it can be flagged.
       200-step-trend.
           move wn-start(win-count) to fmt-offset
           perform 116-format-offset
           move fmt-hhmm to start-hhmm
           move wn-finish(win-count) to fmt-offset
           perform 116-format-offset
           move bw-over-pct to over-pct-out
           move spaces to out-line
           string "Latest window opened " wn-date(win-count) " "
                  start-hhmm ", last step ended " fmt-hhmm "."
                  delimited by size into out-line
           perform 190-emit-line
           move spaces to out-line
           string "Steps more than " over-pct-out
                  "% over their own 30-night average are flagged."
                  delimited by size into out-line
           perform 190-emit-line
           perform 190-emit-line
           string "STEP  PROGRAM     STATUS   LAST-SEC   AVG-SEC"
                  "  NIGHTS   CHANGE  FLAG"
                  delimited by size into out-line
           perform 190-emit-line
           move zero to flagged-count
           perform 210-trend-one-step thru 210-trend-exit
                   varying ls-idx from 1 by 1
                   until ls-idx > ls-count
           perform 190-emit-line
           move flagged-count to count-out
           move spaces to out-line
           string count-out " steps flagged over average."
                  delimited by size into out-line
           perform 190-emit-line.

       210-trend-one-step.
           move ls-pgm(ls-idx) to bh-probe-pgm
           perform 107-average-one-program
           move ls-elapsed(ls-idx) to secs-out
           move bh-avg-secs to secs2-out
           move bh-avg-nights to nights-out
           move spaces to flag-word
           move spaces to out-line
           if bh-avg-nights EQUAL TO zero or
              ls-status(ls-idx) NOT EQUAL TO "OK"
              string "  " ls-step(ls-idx) "  " ls-pgm(ls-idx) "  "
                     ls-status(ls-idx) "  " secs-out "    "
                     secs2-out "      " nights-out "       n/a"
                     delimited by size into out-line
              perform 190-emit-line
              go to 210-trend-exit
           end-if
           move bh-avg-secs to avg-work
           compute change-secs = ls-elapsed(ls-idx) - avg-work
           if avg-work EQUAL TO zero
              move zero to change-pct
           else
              compute change-pct rounded =
                      change-secs * 100 / avg-work
           end-if
           move change-pct to pct-out
           if change-pct > bw-over-pct
              move "OVER" to flag-word
              add 1 to flagged-count
           end-if
           string "  " ls-step(ls-idx) "  " ls-pgm(ls-idx) "  "
                  ls-status(ls-idx) "  " secs-out "    "
                  secs2-out "      " nights-out "   " pct-out "%  "
                  flag-word
                  delimited by size into out-line
           perform 190-emit-line.
       210-trend-exit.
           exit.

      * The last thirty windows, oldest first, each against the
      * allowed end as it falls for that window's opening time.
       300-window-history.
           move bw-allowed-end(1:2) to time-digits(1:2)
           move bw-allowed-end(3:2) to time-digits(3:2)
           move "00" to time-digits(5:2)
           perform 115-time-to-seconds
           move time-secs to allowed-offset
           if allowed-offset NOT GREATER THAN wn-start(win-count)
              add 86400 to allowed-offset
           end-if
           move allowed-offset to fmt-offset
           perform 116-format-offset
           move fmt-hhmm to allowed-hhmm

           perform 190-emit-line
           move spaces to out-line
           string "Window history (allowed end " allowed-hhmm
                  "):"
                  delimited by size into out-line
           perform 190-emit-line
           move "OPENED     AT     FINISHED  MINUTES  STEPS" to out-line
           perform 190-emit-line
           move zero to over-count
           perform 310-show-one-window
                   varying win-idx from 1 by 1
                   until win-idx > win-count
           move over-count to count-out
           move win-count to nights-out
           move spaces to out-line
           string count-out " of the last " nights-out
                  " windows finished past the allowed end."
                  delimited by size into out-line
           perform 190-emit-line.

       310-show-one-window.
           move wn-start(win-idx) to fmt-offset
           perform 116-format-offset
           move fmt-hhmm to start-hhmm
           move wn-finish(win-idx) to fmt-offset
           perform 116-format-offset
           compute window-minutes rounded =
                   (wn-finish(win-idx) - wn-start(win-idx)) / 60
           move window-minutes to minutes-out
           move wn-steps(win-idx) to count-out
           move spaces to flag-word
           if wn-finish(win-idx) > allowed-offset
              move "LATE" to flag-word
              add 1 to over-count
           end-if
           move spaces to out-line
           string wn-date(win-idx) "   " start-hhmm "  " fmt-hhmm
                  "     " minutes-out "   " count-out "  " flag-word
                  delimited by size into out-line
           perform 190-emit-line.

      * Least squares through (night, finish): the slope is the
      * window's growth in seconds a night, and the line's value at
      * the latest night, carried forward at that slope, meets the
      * allowed end after the projected number of nights.  Fewer
      * than five windows is too short a run to project from.
       400-overrun-forecast.
           perform 190-emit-line
           if win-count < 5
              string "Fewer than five windows on file -- no"
                     " forecast yet."
                     delimited by size into out-line
              perform 190-emit-line
              go to 400-forecast-exit
           end-if

           move zero to sum-x sum-xx sum-y sum-xy
           perform 410-sum-one-window
                   varying win-idx from 1 by 1
                   until win-idx > win-count
           compute fit-numer = win-count * sum-xy - sum-x * sum-y
           compute fit-denom = win-count * sum-xx - sum-x * sum-x
           compute fit-slope rounded = fit-numer / fit-denom
           compute fit-base rounded =
                   (sum-y - fit-slope * sum-x) / win-count
           compute fit-latest rounded =
                   fit-base + fit-slope * win-count
           compute slope-minutes rounded = fit-slope / 60
           move slope-minutes to slope-out
           move spaces to out-line
           string "Finishing time trend over " win-count " windows: "
                  slope-out " minutes a night."
                  delimited by size into out-line
           perform 190-emit-line

           if wn-finish(win-count) > allowed-offset
              string "The latest window already ran past the"
                     " allowed end."
                     delimited by size into out-line
              perform 190-emit-line
              go to 400-forecast-exit
           end-if
           if fit-slope NOT GREATER THAN zero
              string "The finish is steady or earlier -- no"
                     " overrun is projected."
                     delimited by size into out-line
              perform 190-emit-line
              go to 400-forecast-exit
           end-if

           compute fit-gap = allowed-offset - fit-latest
           if fit-gap NOT GREATER THAN zero
              move zero to nights-to-overrun
           else
              compute nights-to-overrun = fit-gap / fit-slope
              add 1 to nights-to-overrun
           end-if
           move wn-date(win-count) to win-date-num
           compute overrun-date = function date-of-integer(
                   function integer-of-date(win-date-num) +
                   nights-to-overrun)
           move nights-to-overrun to minutes-out
           move spaces to out-line
           string "At that rate the window passes " allowed-hhmm
                  " in about " function trim(minutes-out)
                  " nights, around "
                  overrun-date "."
                  delimited by size into out-line
           perform 190-emit-line.
       400-forecast-exit.
           exit.

       410-sum-one-window.
           move win-idx to fit-x
           add fit-x to sum-x
           compute sum-xx = sum-xx + fit-x * fit-x
           add wn-finish(win-idx) to sum-y
           compute sum-xy = sum-xy + fit-x * wn-finish(win-idx).

      * Shows the line and, when asked, also writes it to the
      * report file, so screen and page stay word for word the same.
       190-emit-line.
           display out-line
           if print-report
              move spaces to report-record
              move out-line to report-record
              perform 197-write-report-line
           end-if
           move spaces to out-line.
