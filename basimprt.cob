      *****************************************************************
      * BUILDING-AUTOMATION TREND IMPORT                              *
      *                                                               *
      * The panel hour-meters and the chiller flow, delta-T, and kW   *
      * points are all trended by the building-automation system,     *
      * yet every reading reached RUNHOURS and CHWLOG by hand.  This  *
      * program reads the BAS trend export (BASTREND, one "point,     *
      * timestamp,value" line per sample) through the BASPOINTS point *
      * map, which links each BAS point name to an equipment tag and  *
      * a reading type:                                               *
      *                                                               *
      *    RH  run-hour meter (cumulative hours)                      *
      *    FL  chiller evaporator flow (GPM)                          *
      *    DT  chiller evaporator delta-T (deg F)                     *
      *    KW  chiller compressor kW                                  *
      *                                                               *
      * The latest run-hour sample per tag and month is posted to     *
      * RUNHOURS; a chiller's FL, DT, and KW samples taken in the     *
      * same minute make one CHWLOG reading, the CHILLKWT line.       *
      * Nothing doubtful is posted -- it goes to the BASSUSP suspense *
      * file, unaltered, under a reason code, the AFFINITY batch      *
      * convention, and the suspense file can be resubmitted once     *
      * the map or the panel is fixed:                                *
      *                                                               *
      *    NMAP  point not in BASPOINTS                               *
      *    BADV  timestamp or value unreadable, or future-dated       *
      *    STAL  sample older than the stale limit                    *
      *    RNGE  value outside the point's range, or a tonnage or     *
      *          kW/ton the CHWLOG line cannot carry                  *
      *    DUPL  month already on RUNHOURS for the tag                *
      *    INCP  chiller sample without its flow, delta-T, or kW      *
      *          partners                                             *
      *    OVFL  more tags, months, or readings than one run holds    *
      *    BUSY  RUNHOURS or CHWLOG could not be opened               *
      *    CLSD  month falls in a fiscal period closed in PERIODLK    *
      *                                                               *
      * The control report (BASPRINT) shows, per mapped point, the    *
      * samples read, posted, suspended, and superseded by a later    *
      * sample, with the unmapped points named beneath.               *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   basimprt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The BAS trend export: comma-separated point name, timestamp
      * (any punctuation -- only its digits are read), and value.
           select trend-file assign to "BASTREND"
                  organization is line sequential
                  file status is trend-status.

      * The point map, one line per BAS point.
           select point-map-file assign to "BASPOINTS"
                  organization is line sequential
                  file status is point-map-status.

      * Run-hours log -- see RUNHRSEL/RUNHRFD/RUNHRWS/RUNHRRD.
           COPY runhrsel.

           select chw-log-file assign to "CHWLOG"
                  organization is line sequential
                  file status is chw-status.

      * The import's own suspense file: the SUSPFD shape, widened
      * to carry a whole trend line.
           select suspense-file assign to "BASSUSP"
                  organization is line sequential
                  file status is suspense-status.

           select report-file assign to "BASPRINT"
                  organization is line sequential
                  file status is report-status.

      * Batch run-control log -- see RUNCTLSEL/RUNCTLFD/RUNCTLWS/
      * RUNCTLWR.
           COPY runctlsel.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

      * Fiscal-calendar file -- see FISCSEL/FISCFD/FISCWS.
           COPY fiscsel.

      * Fiscal-period lock -- see PLOCKSEL/PLOCKFD/PLOCKWS/PLOCKRD.
           COPY plocksel.

      * Shop-letterhead config -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
           COPY lettersel.

       data division.
       file section.
       fd  trend-file
           record contains 100 characters.
       01 trend-record          pic x(100).

      * A blank range takes the reading type's default (see
      * 107-store-point-record).
       fd  point-map-file
           record contains 80 characters.
       01 point-map-record.
           05 bp-point           pic x(40).
           05 bp-tag             pic x(10).
           05 bp-type            pic x(2).
           05 bp-min-in          pic x(10).
           05 bp-max-in          pic x(10).
           05 filler             pic x(8).

       COPY runhrfd.

       fd  chw-log-file
           record contains 100 characters.
       01 chw-log-record        pic x(100).

       fd  suspense-file
           record contains 130 characters.
       01 suspense-record.
           05 sr-orig            pic x(100).
           05 sr-reason          pic x(4).
           05 sr-date            pic x(8).
           05 sr-time            pic x(6).
           05 sr-bounce          pic 99.
           05 filler             pic x(10).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY runctlfd.

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.

       COPY plockfd.

       COPY letterfd.

       working-storage section.

      * Suite-wide audit-trail fields.
       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Fiscal-period lock fields -- see PLOCKWS.
       COPY plockws.

      * Shop-letterhead fields.
       COPY letterws.

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

      * Shared report-writer fields -- see PAGEWS.
       COPY pagews.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Run-hours fields -- see RUNHRWS.
       COPY runhrws.

      * Run-control fields -- see RUNCTLWS.
       COPY runctlws.

       01 trend-status          pic xx.
       01 trend-eof-flag        pic x value "N".
           88 trend-eof                value "Y".
       01 point-map-status      pic xx.
       01 point-map-eof-flag    pic x value "N".
           88 point-map-eof            value "Y".
       01 chw-status            pic xx.
       01 chw-open-flag         pic x value "N".
           88 chw-open                 value "Y".

      * The point map, upper-cased on load so a point matches
      * whatever case the export uses.
       01 point-count           pic 9(3) value zero.
       01 point-idx             pic 9(3).
       01 point-pick            pic 9(3) value zero.
           88 point-not-found          value zero.
       01 point-table.
           05 point-entry occurs 200 times.
               10 pt-point       pic x(40).
               10 pt-tag         pic x(10).
               10 pt-type        pic x(2).
                   88 pt-run-hours         value "RH".
                   88 pt-flow              value "FL".
                   88 pt-delta-t           value "DT".
                   88 pt-kw                value "KW".
               10 pt-min         pic s9(7)v999 USAGE COMP.
               10 pt-max         pic s9(7)v999 USAGE COMP.
               10 pt-read        pic 9(5) USAGE COMP.
               10 pt-posted      pic 9(5) USAGE COMP.
               10 pt-susp        pic 9(5) USAGE COMP.
               10 pt-held        pic 9(5) USAGE COMP.
       01 map-skipped           pic 9(3) value zero.

      * Points the export carried that the map does not know.
       01 nmap-count            pic 99 value zero.
       01 nmap-idx              pic 99.
       01 nmap-pick             pic 99 value zero.
       01 nmap-table.
           05 nmap-entry occurs 50 times.
               10 nm-point       pic x(40).
               10 nm-count       pic 9(5) USAGE COMP.

      * The earlier run's suspense lines, loaded whole before this
      * run's rejects start the file afresh (the SUSPWS rule).
       01 suspense-status       pic xx.
       01 suspense-yn           pic x value "N".
           88 suspense-input           value "Y".
       01 suspense-eof-flag     pic x value "N".
           88 suspense-eof             value "Y".
       01 suspense-opened-flag  pic x value "N".
       01 susp-count            pic 9(3) value zero.
       01 susp-idx              pic 9(3) value zero.
       01 susp-written          pic 9(5) value zero.
       01 susp-reason           pic x(4).
       01 susp-stamp.
           05 susp-date         pic 9(8).
           05 susp-time         pic 9(6).
           05 filler            pic x(7).
       01 susp-table.
           05 susp-entry occurs 200 times.
               10 susp-orig      pic x(100).
               10 susp-bounce    pic 99.

      * Suspense totals by reason, for the report foot.
       01 reason-counts.
           05 nmap-total         pic 9(5) value zero.
           05 badv-total         pic 9(5) value zero.
           05 stal-total         pic 9(5) value zero.
           05 rnge-total         pic 9(5) value zero.
           05 dupl-total         pic 9(5) value zero.
           05 incp-total         pic 9(5) value zero.
           05 ovfl-total         pic 9(5) value zero.
           05 busy-total         pic 9(5) value zero.
           05 clsd-total         pic 9(5) value zero.

      * The line in hand, with the bounce count it came in with
      * (zero for a fresh export line).
       01 this-line             pic x(100).
       01 this-bounce           pic 99.
       01 lines-read            pic 9(7) value zero.
       01 header-count          pic 9(5) value zero.
       01 in-point              pic x(40).
       01 in-stamp              pic x(24).
       01 in-value              pic x(16).
       01 in-reading            pic s9(7)v999.
       01 stamp-digits          pic x(14).
       01 stamp-parts redefines stamp-digits.
           05 stamp-date        pic 9(8).
           05 stamp-month redefines stamp-date.
               10 stamp-yyyymm   pic 9(6).
               10 filler         pic 99.
           05 stamp-hhmm        pic 9(4).
           05 stamp-ss          pic 99.
       01 stamp-length          pic 99.
       01 char-idx              pic 99.
       01 stamp-age             pic s9(7).
       01 stale-in              pic x(4).
       01 stale-days            pic 9(3) value 45.
       01 quote-char            pic x value '"'.

      * Run-hour samples waiting to post: the latest per tag and
      * month, with the line it came from in case it must go to
      * suspense at posting time.
       01 rp-count              pic 9(3) value zero.
       01 rp-idx                pic 9(3).
       01 rp-pick               pic 9(3) value zero.
       01 run-pend-table.
           05 run-pend-entry occurs 300 times.
               10 rp-tag         pic x(10).
               10 rp-month       pic 9(6).
               10 rp-stamp       pic x(14).
               10 rp-reading     pic s9(7)v999 USAGE COMP.
               10 rp-point       pic 9(3) USAGE COMP.
               10 rp-line        pic x(100).
               10 rp-bounce      pic 99.
       01 rh-reading-fmt        pic z(5)9.9 usage display.
       01 rh-dupl-flag          pic x.
           88 rh-month-on-file         value "Y".
       01 rh-written            pic 9(5) value zero.

      * Chiller samples waiting to pair: one row per tag and
      * minute, one slot each for the flow, delta-T, and kW.
       01 cp-count              pic 9(3) value zero.
       01 cp-idx                pic 9(3).
       01 cp-pick               pic 9(3) value zero.
       01 cp-slot               pic 9.
       01 chw-pend-table.
           05 chw-pend-entry occurs 200 times.
               10 cp-tag         pic x(10).
               10 cp-minute      pic x(12).
               10 cp-part occurs 3 times.
                   15 cp-have    pic x.
                   15 cp-value   pic s9(7)v999 USAGE COMP.
                   15 cp-stamp   pic x(14).
                   15 cp-point   pic 9(3) USAGE COMP.
                   15 cp-line    pic x(100).
                   15 cp-bounce  pic 99.
       01 chw-written           pic 9(5) value zero.
       01 chw-range-flag        pic x.
           88 chw-in-range             value "Y".

      * The CHWLOG line, laid out exactly as CHILLKWT writes it.
       01 tons                  pic 9(7)v9.
       01 kw-per-ton            pic 9(5)v999.
       01 chw-date-out          pic x(10).
       01 chw-time-out          pic x(8).
       01 chw-time-num          pic 9(6).
       01 tons-out              pic zzz9.9 usage display.
       01 kw-out                pic zzz9.9 usage display.
       01 kwton-out             pic 9.999 usage display.
       01 chw-operator          pic x(8) value "BASIMPRT".

      * Displayed-fields.
       01 count-out             pic zzzz9.
       01 count2-out            pic zzzz9.
       01 count3-out            pic zzzz9.
       01 count4-out            pic zzzz9.
       01 total-out             pic z,zzz,zz9.
       01 stale-out             pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** BAS TREND IMPORT BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-point-map
           if point-count EQUAL TO zero
              display "No usable BASPOINTS point map -- nothing"
              display "can be imported."
              go to 999-end-program
           end-if
           perform 108-load-run-hours

           perform 110-run-options thru 110-options-exit
           if suspense-input
              move "BASSUSP" to rc-input-name
           else
              move "BASTREND" to rc-input-name
           end-if

           if print-report
              open output report-file
              move "BAS TREND IMPORT CONTROL REPORT" to report-title
              move "BASPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
              if report-status NOT EQUAL TO "00"
                 display "Unable to open BASPRINT report file."
                 move "N" to report-yn
              end-if
           end-if

           if NOT suspense-input
              open input trend-file
              if trend-status NOT EQUAL TO "00"
                 display "Unable to open the BASTREND export."
                 go to 180-wrap-up
              end-if
           end-if

           move "N" to trend-eof-flag
           perform 200-next-trend-line
           perform 210-take-one-line thru 210-take-exit
                   until trend-eof
           if NOT suspense-input
              close trend-file
           end-if

           perform 300-post-run-hours thru 300-post-exit
           perform 400-post-chiller-readings thru 400-post-exit
           perform 500-control-report.

       180-wrap-up.
           if suspense-opened-flag EQUAL TO "Y"
              close suspense-file
              move susp-written to count-out
              display count-out
                      " samples written to the BASSUSP suspense file."
              move "BASIMPRT" to audit-trail-pgm
              move "W" to alert-severity
              move spaces to alert-plant
              move spaces to alert-tag
              move "BASSUSP" to alert-ref
              move "OPS" to alert-role
              move spaces to alert-message
              string function trim(count-out)
                     " trend samples rejected to BASSUSP."
                     delimited by size into alert-message
              perform 996-post-alert thru 996-post-exit
           end-if
      * A clean reprocessing run retires the suspense file, so the
      * same lines are not resubmitted again.
           if suspense-input and
              suspense-opened-flag NOT EQUAL TO "Y"
              open output suspense-file
              close suspense-file
           end-if
           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Control report written to BASPRINT."
           end-if

           move "BASIMPRT" to audit-trail-pgm
           move lines-read to rc-read-count
           compute rc-processed-count =
                   lines-read - susp-written - header-count
           move susp-written to rc-rejected-count
           compute rc-output-count = rh-written + chw-written
           perform 227-write-run-control
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** BAS TREND IMPORT ENDS *****"
           display spaces

           move "BASIMPRT" to audit-trail-pgm
           move spaces to audit-trail-detail
           move rh-written to count-out
           move chw-written to count2-out
           move susp-written to count3-out
           string "BAS import: " count-out " run-hour, " count2-out
                  " chiller posted; " count3-out " suspended"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail

           goback.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Fiscal-period lock load and check -- see PLOCKRD.
       COPY plockrd REPLACING ==PK-PARA== BY
            ==980-check-period-lock==
            ==PK-LOAD-PARA== BY ==980a-load-period-locks==
            ==PK-READ-PARA== BY ==980b-read-lock-record==
            ==PK-STORE-PARA== BY ==980c-store-lock-record==
            ==PK-TEST-PARA== BY ==980d-test-lock-entry==
            ==PK-MONTH-PARA== BY ==981-check-month-lock==.

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

      * RUNHOURS load -- see RUNHRRD.
       COPY runhrrd REPLACING ==RH-LOAD-PARA== BY
            ==108-load-run-hours==
            ==RH-READ-PARA== BY ==108a-read-run-hours==
            ==RH-STORE-PARA== BY ==108b-store-run-hours==
            ==RH-TTM-PARA== BY ==108c-ttm-run-hours==
            ==RH-SCAN-PARA== BY ==108d-scan-run-hours==
            ==RH-BASE-PARA== BY ==108e-base-run-hours==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * Batch run-control record -- see RUNCTLWS/RUNCTLWR.
       COPY runctlwr REPLACING ==RC-PARA== BY
            ==227-write-run-control==.

      * Default ranges by reading type: an hour meter from zero to
      * 999,999; flow 1 to 50,000 GPM; delta-T 0.5 to 40 deg F;
      * compressor kW 1 to 5,000.  A line with an unknown type is
      * skipped and counted.
       105-load-point-map.
           move zero to point-count
           move zero to map-skipped
           open input point-map-file
           if point-map-status EQUAL TO "00"
              move "N" to point-map-eof-flag
              perform 106-read-point-record
              perform 107-store-point-record thru 107-store-exit
                      until point-map-eof
              close point-map-file
           end-if
           if map-skipped > zero
              move map-skipped to count-out
              display count-out " BASPOINTS lines skipped (no tag or"
                      " an unknown type)."
           end-if.

       106-read-point-record.
           read point-map-file
              at end move "Y" to point-map-eof-flag
           end-read.

       107-store-point-record.
           if bp-point EQUAL TO spaces
              perform 106-read-point-record
              go to 107-store-exit
           end-if
           move function upper-case(bp-type) to bp-type
           if bp-tag EQUAL TO spaces or point-count EQUAL TO 200 or
              (bp-type NOT EQUAL TO "RH" and
               bp-type NOT EQUAL TO "FL" and
               bp-type NOT EQUAL TO "DT" and
               bp-type NOT EQUAL TO "KW")
              add 1 to map-skipped
              perform 106-read-point-record
              go to 107-store-exit
           end-if

           add 1 to point-count
           move point-count to point-idx
           move function upper-case(function trim(bp-point))
                to pt-point(point-idx)
           move function upper-case(bp-tag) to pt-tag(point-idx)
           move bp-type to pt-type(point-idx)
           evaluate true
              when pt-run-hours(point-idx)
                 move zero to pt-min(point-idx)
                 move 999999 to pt-max(point-idx)
              when pt-flow(point-idx)
                 move 1 to pt-min(point-idx)
                 move 50000 to pt-max(point-idx)
              when pt-delta-t(point-idx)
                 move 0.5 to pt-min(point-idx)
                 move 40 to pt-max(point-idx)
              when other
                 move 1 to pt-min(point-idx)
                 move 5000 to pt-max(point-idx)
           end-evaluate
           move function lower-case(bp-min-in) to bp-min-in
           move function lower-case(bp-max-in) to bp-max-in
           if bp-min-in NOT EQUAL TO spaces and
              function test-numval(bp-min-in) EQUAL TO zero
              compute pt-min(point-idx) = function numval(bp-min-in)
           end-if
           if bp-max-in NOT EQUAL TO spaces and
              function test-numval(bp-max-in) EQUAL TO zero
              compute pt-max(point-idx) = function numval(bp-max-in)
           end-if
           move zero to pt-read(point-idx) pt-posted(point-idx)
                        pt-susp(point-idx) pt-held(point-idx)
           perform 106-read-point-record.
       107-store-exit.
           exit.

       110-run-options.
           display spaces
           display "Reprocess the BASSUSP suspense file from an"
           display "earlier run? (Y/N): " with no advancing
           accept suspense-yn
           move function upper-case(suspense-yn) to suspense-yn
           if suspense-input
              perform 120-load-suspense-file thru 120-suspense-exit
           end-if

           move stale-days to stale-out
           display "Stale limit in days (blank for " stale-out "): "
                   with no advancing
           accept stale-in
           if stale-in NOT EQUAL TO spaces and
              function test-numval(stale-in) EQUAL TO zero
              compute stale-days = function numval(stale-in)
           end-if

           display "Write the control report to BASPRINT? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn.
       110-options-exit.
           exit.

      * The SUSPRD load, for the wider BASSUSP line.
       120-load-suspense-file.
           move zero to susp-count
           move zero to susp-idx
           open input suspense-file
           if suspense-status NOT EQUAL TO "00"
              display "No suspense file from an earlier run."
              move "N" to suspense-yn
              go to 120-suspense-exit
           end-if
           move "N" to suspense-eof-flag
           perform 120a-read-suspense-record
           perform 120b-store-suspense-record until suspense-eof
           close suspense-file
           if susp-count EQUAL TO zero
              display "The suspense file is empty."
              move "N" to suspense-yn
           else
              display susp-count " suspense records to reprocess."
           end-if.
       120-suspense-exit.
           exit.

       120a-read-suspense-record.
           read suspense-file
              at end move "Y" to suspense-eof-flag
           end-read.

       120b-store-suspense-record.
           if sr-orig NOT EQUAL TO spaces and susp-count < 200
              add 1 to susp-count
              move sr-orig to susp-orig(susp-count)
              if sr-bounce NUMERIC
                 move sr-bounce to susp-bounce(susp-count)
              else
                 move zero to susp-bounce(susp-count)
              end-if
           end-if
           perform 120a-read-suspense-record.

      * The next line, off the export or the reloaded suspense
      * table.
       200-next-trend-line.
           if suspense-input
              if susp-idx NOT LESS THAN susp-count
                 move "Y" to trend-eof-flag
              else
                 add 1 to susp-idx
                 move susp-orig(susp-idx) to this-line
                 move susp-bounce(susp-idx) to this-bounce
              end-if
           else
              read trend-file into this-line
                 at end move "Y" to trend-eof-flag
              end-read
              move zero to this-bounce
           end-if.

       210-take-one-line.
           if this-line EQUAL TO spaces
              perform 200-next-trend-line
              go to 210-take-exit
           end-if
           add 1 to lines-read
           move spaces to in-point in-stamp in-value
           unstring this-line delimited by ","
                    into in-point in-stamp in-value
           end-unstring
           inspect in-point replacing all quote-char by space
           inspect in-value replacing all quote-char by space
           move function upper-case(function trim(in-point))
                to in-point
           move function lower-case(function trim(in-value))
                to in-value

      * The export's column-heading line is the first line with no
      * number where the value belongs.
           if lines-read EQUAL TO 1 and NOT suspense-input and
              function test-numval(in-value) NOT EQUAL TO zero
              add 1 to header-count
              perform 200-next-trend-line
              go to 210-take-exit
           end-if

           move zero to point-pick
           perform 220-test-one-point
                   varying point-idx from 1 by 1
                   until point-idx > point-count
           if point-not-found
              perform 225-note-unmapped-point
              move "NMAP" to susp-reason
              perform 260-write-suspense-record
              perform 200-next-trend-line
              go to 210-take-exit
           end-if
           add 1 to pt-read(point-pick)

           perform 230-read-timestamp
           if stamp-length < 12 or in-value EQUAL TO spaces or
              function test-numval(in-value) NOT EQUAL TO zero
              move "BADV" to susp-reason
              perform 260-write-suspense-record
              perform 200-next-trend-line
              go to 210-take-exit
           end-if
           if stamp-length EQUAL TO 12
              move zero to stamp-ss
           end-if
           if stamp-digits NOT NUMERIC or
              function test-date-yyyymmdd(stamp-date) NOT EQUAL TO
              zero or stamp-hhmm > 2359 or stamp-ss > 59 or
              stamp-date > todays-date
              move "BADV" to susp-reason
              perform 260-write-suspense-record
              perform 200-next-trend-line
              go to 210-take-exit
           end-if

           compute stamp-age = function integer-of-date(todays-date)
                             - function integer-of-date(stamp-date)
           if stamp-age > stale-days
              move "STAL" to susp-reason
              perform 260-write-suspense-record
              perform 200-next-trend-line
              go to 210-take-exit
           end-if

           compute in-reading = function numval(in-value)
           if in-reading < pt-min(point-pick) or
              in-reading > pt-max(point-pick)
              move "RNGE" to susp-reason
              perform 260-write-suspense-record
              perform 200-next-trend-line
              go to 210-take-exit
           end-if

           if pt-run-hours(point-pick)
              perform 240-hold-run-hours thru 240-hold-exit
           else
              perform 250-hold-chiller-part thru 250-hold-exit
           end-if
           perform 200-next-trend-line.
       210-take-exit.
           exit.

       220-test-one-point.
           if pt-point(point-idx) EQUAL TO in-point
              move point-idx to point-pick
           end-if.

       225-note-unmapped-point.
           move zero to nmap-pick
           perform 226-test-unmapped-point
                   varying nmap-idx from 1 by 1
                   until nmap-idx > nmap-count
           if nmap-pick EQUAL TO zero and nmap-count < 50
              add 1 to nmap-count
              move nmap-count to nmap-pick
              move in-point to nm-point(nmap-pick)
              move zero to nm-count(nmap-pick)
           end-if
           if nmap-pick NOT EQUAL TO zero
              add 1 to nm-count(nmap-pick)
           end-if.

       226-test-unmapped-point.
           if nm-point(nmap-idx) EQUAL TO in-point
              move nmap-idx to nmap-pick
           end-if.

      * Only the timestamp's digits are kept, so "2026-10-14
      * 13:45:00" and "20261014134500" both come down to
      * YYYYMMDDHHMMSS; the export must be set to year-first dates.
      * Seconds are optional.
       230-read-timestamp.
           move spaces to stamp-digits
           move zero to stamp-length
           perform 231-take-one-char
                   varying char-idx from 1 by 1
                   until char-idx > 24 or stamp-length EQUAL TO 14.

       231-take-one-char.
           if in-stamp(char-idx:1) NOT LESS THAN "0" and
              in-stamp(char-idx:1) NOT GREATER THAN "9"
              add 1 to stamp-length
              move in-stamp(char-idx:1)
                   to stamp-digits(stamp-length:1)
           end-if.

      * The month's latest sample stands; the one it displaces is
      * counted as superseded against its own point.
       240-hold-run-hours.
           move zero to rp-pick
           perform 241-test-run-pend
                   varying rp-idx from 1 by 1
                   until rp-idx > rp-count
           if rp-pick EQUAL TO zero
              if rp-count EQUAL TO 300
                 move "OVFL" to susp-reason
                 perform 260-write-suspense-record
                 go to 240-hold-exit
              end-if
              add 1 to rp-count
              move rp-count to rp-pick
              move pt-tag(point-pick) to rp-tag(rp-pick)
              move stamp-yyyymm to rp-month(rp-pick)
           else
              if stamp-digits < rp-stamp(rp-pick)
                 add 1 to pt-held(point-pick)
                 go to 240-hold-exit
              end-if
              move rp-point(rp-pick) to point-idx
              add 1 to pt-held(point-idx)
           end-if
           move stamp-digits to rp-stamp(rp-pick)
           move in-reading to rp-reading(rp-pick)
           move point-pick to rp-point(rp-pick)
           move this-line to rp-line(rp-pick)
           move this-bounce to rp-bounce(rp-pick).
       240-hold-exit.
           exit.

       241-test-run-pend.
           if rp-tag(rp-idx) EQUAL TO pt-tag(point-pick) and
              rp-month(rp-idx) EQUAL TO stamp-yyyymm
              move rp-idx to rp-pick
           end-if.

      * Flow, delta-T, and kW pair on tag and minute; a second
      * sample of the same part in the same minute replaces the
      * first.
       250-hold-chiller-part.
           evaluate true
              when pt-flow(point-pick)    move 1 to cp-slot
              when pt-delta-t(point-pick) move 2 to cp-slot
              when other                  move 3 to cp-slot
           end-evaluate
           move zero to cp-pick
           perform 251-test-chw-pend
                   varying cp-idx from 1 by 1
                   until cp-idx > cp-count
           if cp-pick EQUAL TO zero
              if cp-count EQUAL TO 200
                 move "OVFL" to susp-reason
                 perform 260-write-suspense-record
                 go to 250-hold-exit
              end-if
              add 1 to cp-count
              move cp-count to cp-pick
              move pt-tag(point-pick) to cp-tag(cp-pick)
              move stamp-digits(1:12) to cp-minute(cp-pick)
              move "N" to cp-have(cp-pick, 1) cp-have(cp-pick, 2)
                          cp-have(cp-pick, 3)
           end-if
           if cp-have(cp-pick, cp-slot) EQUAL TO "Y"
              move cp-point(cp-pick, cp-slot) to point-idx
              add 1 to pt-held(point-idx)
           end-if
           move "Y" to cp-have(cp-pick, cp-slot)
           move in-reading to cp-value(cp-pick, cp-slot)
           move stamp-digits to cp-stamp(cp-pick, cp-slot)
           move point-pick to cp-point(cp-pick, cp-slot)
           move this-line to cp-line(cp-pick, cp-slot)
           move this-bounce to cp-bounce(cp-pick, cp-slot).
       250-hold-exit.
           exit.

       251-test-chw-pend.
           if cp-tag(cp-idx) EQUAL TO pt-tag(point-pick) and
              cp-minute(cp-idx) EQUAL TO stamp-digits(1:12)
              move cp-idx to cp-pick
           end-if.

      * The SUSPWR write, for the line in THIS-LINE: the first
      * reject of the run starts the file fresh, and a line that
      * bounced in off the suspense file carries its count forward.
       260-write-suspense-record.
           if suspense-opened-flag NOT EQUAL TO "Y"
              open output suspense-file
              move "Y" to suspense-opened-flag
           end-if
           move function current-date to susp-stamp
           move spaces to suspense-record
           move this-line to sr-orig
           move susp-reason to sr-reason
           move susp-date to sr-date
           move susp-time to sr-time
           compute sr-bounce = this-bounce + 1
           write suspense-record
           add 1 to susp-written
           if point-pick NOT EQUAL TO zero
              add 1 to pt-susp(point-pick)
           end-if
           evaluate susp-reason
              when "NMAP" add 1 to nmap-total
              when "BADV" add 1 to badv-total
              when "STAL" add 1 to stal-total
              when "RNGE" add 1 to rnge-total
              when "DUPL" add 1 to dupl-total
              when "INCP" add 1 to incp-total
              when "OVFL" add 1 to ovfl-total
              when "CLSD" add 1 to clsd-total
              when other  add 1 to busy-total
           end-evaluate.

      * A tag and month already on RUNHOURS -- keyed by hand or
      * posted by an earlier import -- is not posted twice.
       300-post-run-hours.
           if rp-count EQUAL TO zero
              go to 300-post-exit
           end-if
           open extend run-hours-file
           if run-hours-status EQUAL TO "05" OR
              run-hours-status EQUAL TO "35"
              open output run-hours-file
           end-if
           if run-hours-status NOT EQUAL TO "00"
              display "RUNHOURS is in use -- run-hour samples held"
              display "in suspense."
              move "BUSY" to susp-reason
              perform 320-suspend-run-pend
                      varying rp-idx from 1 by 1
                      until rp-idx > rp-count
              go to 300-post-exit
           end-if
           perform 310-post-one-month
                   varying rp-idx from 1 by 1
                   until rp-idx > rp-count
           close run-hours-file.
       300-post-exit.
           exit.

       310-post-one-month.
           move "N" to rh-dupl-flag
           perform 311-test-run-hours
                   varying rh-idx from 1 by 1
                   until rh-idx > rh-count
           move rp-month(rp-idx) to period-lock-month
           perform 981-check-month-lock
           evaluate true
              when rh-month-on-file
                 move "DUPL" to susp-reason
                 perform 320-suspend-run-pend
              when period-closed
                 move "CLSD" to susp-reason
                 perform 320-suspend-run-pend
              when other
                 move spaces to run-hours-record
                 move rp-tag(rp-idx) to rh-tag
                 move rp-month(rp-idx) to rh-month
                 move rp-reading(rp-idx) to rh-reading-fmt
                 move rh-reading-fmt to rh-reading-in
                 write run-hours-record
                 add 1 to rh-written
                 move rp-point(rp-idx) to point-idx
                 add 1 to pt-posted(point-idx)
           end-evaluate.

       311-test-run-hours.
           if rht-tag(rh-idx) EQUAL TO rp-tag(rp-idx) and
              rht-month(rh-idx) EQUAL TO rp-month(rp-idx)
              move "Y" to rh-dupl-flag
           end-if.

       320-suspend-run-pend.
           move rp-line(rp-idx) to this-line
           move rp-bounce(rp-idx) to this-bounce
           move rp-point(rp-idx) to point-pick
           perform 260-write-suspense-record.

      * One CHWLOG line per complete reading, stamped with the
      * sample's own date and minute rather than the run's.
       400-post-chiller-readings.
           if cp-count EQUAL TO zero
              go to 400-post-exit
           end-if
           open extend chw-log-file
           if chw-status EQUAL TO "05" OR chw-status EQUAL TO "35"
              open output chw-log-file
           end-if
           if chw-status EQUAL TO "00"
              move "Y" to chw-open-flag
           else
              display "CHWLOG is in use -- chiller samples held in"
              display "suspense."
           end-if
           perform 410-post-one-reading thru 410-post-exit
                   varying cp-idx from 1 by 1
                   until cp-idx > cp-count
           if chw-open
              close chw-log-file
           end-if.
       400-post-exit.
           exit.

       410-post-one-reading.
           if cp-have(cp-idx, 1) NOT EQUAL TO "Y" or
              cp-have(cp-idx, 2) NOT EQUAL TO "Y" or
              cp-have(cp-idx, 3) NOT EQUAL TO "Y"
              move "INCP" to susp-reason
              perform 420-suspend-chw-parts
                      varying cp-slot from 1 by 1
                      until cp-slot > 3
              go to 410-post-exit
           end-if
           if NOT chw-open
              move "BUSY" to susp-reason
              perform 420-suspend-chw-parts
                      varying cp-slot from 1 by 1
                      until cp-slot > 3
              go to 410-post-exit
           end-if

           compute tons rounded =
                   cp-value(cp-idx, 1) * cp-value(cp-idx, 2) / 24
           move "Y" to chw-range-flag
           if tons < 0.1 or tons > 9999.9 or
              cp-value(cp-idx, 3) > 9999.9
              move "N" to chw-range-flag
           else
              compute kw-per-ton rounded =
                      cp-value(cp-idx, 3) / tons
              if kw-per-ton > 9.999
                 move "N" to chw-range-flag
              end-if
           end-if
           if NOT chw-in-range
              move "RNGE" to susp-reason
              perform 420-suspend-chw-parts
                      varying cp-slot from 1 by 1
                      until cp-slot > 3
              go to 410-post-exit
           end-if

           move cp-minute(cp-idx)(1:8) to chw-date-out
           move cp-minute(cp-idx)(1:8) to fiscal-probe-date
           perform AL-FISCAL-FIND
           compute chw-time-num =
                   function numval(cp-minute(cp-idx)(9:4)) * 100
           move chw-time-num to chw-time-out
           move tons to tons-out
           move cp-value(cp-idx, 3) to kw-out
           move kw-per-ton to kwton-out

           move spaces to chw-log-record
           string chw-date-out "-" chw-time-out "  TAG="
                  cp-tag(cp-idx) "  TONS=" tons-out "  KW=" kw-out
                  "  KWTON=" kwton-out "  OP=" chw-operator
                  " FY=" fiscal-year "P" fiscal-period
                  delimited by size into chw-log-record
           write chw-log-record
           add 1 to chw-written
           move cp-point(cp-idx, 1) to point-idx
           add 1 to pt-posted(point-idx)
           move cp-point(cp-idx, 2) to point-idx
           add 1 to pt-posted(point-idx)
           move cp-point(cp-idx, 3) to point-idx
           add 1 to pt-posted(point-idx).
       410-post-exit.
           exit.

       420-suspend-chw-parts.
           if cp-have(cp-idx, cp-slot) EQUAL TO "Y"
              move cp-line(cp-idx, cp-slot) to this-line
              move cp-bounce(cp-idx, cp-slot) to this-bounce
              move cp-point(cp-idx, cp-slot) to point-pick
              perform 260-write-suspense-record
           end-if.

       500-control-report.
           display spaces
           move lines-read to total-out
           move spaces to out-line
           string total-out " samples read from "
                  delimited by size
                  rc-input-name delimited by space
                  "." delimited by size into out-line
           perform 190-emit-line
           move rh-written to count-out
           move chw-written to count2-out
           move spaces to out-line
           string count-out " RUNHOURS months and " count2-out
                  " CHWLOG readings posted."
                  delimited by size into out-line
           perform 190-emit-line
           move stale-days to stale-out
           move spaces to out-line
           string "Stale limit " stale-out " days."
                  delimited by size into out-line
           perform 190-emit-line
           perform 190-emit-line

           move spaces to out-line
           string "POINT                            TAG        TY"
                  "   READ  POSTD  SUSPD  SUPSD"
                  delimited by size into out-line
           perform 190-emit-line
           perform 510-report-one-point
                   varying point-idx from 1 by 1
                   until point-idx > point-count

           if nmap-count > zero
              perform 190-emit-line
              move "Points not in BASPOINTS:" to out-line
              perform 190-emit-line
              perform 520-report-unmapped-point
                      varying nmap-idx from 1 by 1
                      until nmap-idx > nmap-count
           end-if

           if susp-written > zero
              perform 190-emit-line
              move "Suspended by reason:" to out-line
              perform 190-emit-line
              move nmap-total to count-out
              move badv-total to count2-out
              move stal-total to count3-out
              move rnge-total to count4-out
              move spaces to out-line
              string "  NMAP " count-out "   BADV " count2-out
                     "   STAL " count3-out "   RNGE " count4-out
                     delimited by size into out-line
              perform 190-emit-line
              move dupl-total to count-out
              move incp-total to count2-out
              move ovfl-total to count3-out
              move busy-total to count4-out
              move spaces to out-line
              string "  DUPL " count-out "   INCP " count2-out
                     "   OVFL " count3-out "   BUSY " count4-out
                     delimited by size into out-line
              perform 190-emit-line
              move clsd-total to count-out
              move spaces to out-line
              string "  CLSD " count-out
                     delimited by size into out-line
              perform 190-emit-line
           end-if.

      * Points the export did not carry this run still print, so a
      * dead trend shows as a row of zeros.
       510-report-one-point.
           move pt-read(point-idx) to count-out
           move pt-posted(point-idx) to count2-out
           move pt-susp(point-idx) to count3-out
           move pt-held(point-idx) to count4-out
           move spaces to out-line
           string pt-point(point-idx)(1:32) " " pt-tag(point-idx)
                  " " pt-type(point-idx) "  " count-out "  "
                  count2-out "  " count3-out "  " count4-out
                  delimited by size into out-line
           perform 190-emit-line.

       520-report-unmapped-point.
           move nm-count(nmap-idx) to count-out
           move spaces to out-line
           string "  " nm-point(nmap-idx) " " count-out
                  delimited by size into out-line
           perform 190-emit-line.

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
