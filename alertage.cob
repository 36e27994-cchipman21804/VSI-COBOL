      *****************************************************************
      * OPERATOR ALERT AGING REPORT                                   *
      *                                                               *
      * The batch window's exceptions -- FILECHK trailer failures,    *
      * DRIFTRPT movements, EMISSINV permit warnings, suspense        *
      * rejects, overdue work orders, failed or overrunning BATCHRUN  *
      * steps -- are posted to ALERTLOG and shown to each operator    *
      * at UTILMENU sign-on by role.  This report lists every alert   *
      * nobody has acknowledged yet, oldest first with its age in     *
      * days, and totals them by severity, age band, and role, so an  *
      * exception routed to a role nobody signed on as still comes    *
      * to light.  Acknowledged alerts past a chosen age can be       *
      * dropped from the file at the end of the run.                  *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   alertage.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

           select report-file assign to "ALERTPRINT"
                  organization is line sequential
                  file status is report-status.

      * Suite-wide run-control record -- see RUNCTLSEL/RUNCTLFD/
      * RUNCTLWS/RUNCTLWR.
           COPY runctlsel.

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
       COPY alertfd.

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY runctlfd.

       COPY auditfd.

       COPY fiscfd.

       COPY letterfd.

       working-storage section.

      * Suite-wide audit-trail fields.
       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Run-control fields -- see RUNCTLWS.
       COPY runctlws.

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

       01 todays-date-int       pic 9(8) USAGE COMP.
       01 raised-date-num       pic 9(8).
       01 age-days              pic s9(5) USAGE COMP.
       01 read-count            pic 9(6) value zero.
       01 unack-count           pic 9(6) value zero.
       01 ack-count             pic 9(6) value zero.
       01 critical-count        pic 9(6) value zero.

      * Unacknowledged alerts by severity (critical, warning,
      * information) and age band (0-1, 2-7, 8-30, over 30 days).
       01 band-table.
           05 band-row occurs 3 times.
               10 band-cnt       pic 9(5) occurs 4 times.
       01 sev-idx               pic 9.
       01 band-idx              pic 9.
       01 sev-names.
           05 filler            pic x(12) value "CRITICAL".
           05 filler            pic x(12) value "WARNING".
           05 filler            pic x(12) value "INFORMATION".
       01 sev-name-table redefines sev-names.
           05 sev-name          pic x(12) occurs 3 times.

      * Unacknowledged alerts by the role they were routed to; the
      * sixth row is the unrouted ones.
       01 role-names.
           05 filler            pic x(4) value "OPS".
           05 filler            pic x(4) value "MNT".
           05 filler            pic x(4) value "ENV".
           05 filler            pic x(4) value "ENG".
           05 filler            pic x(4) value "ADM".
           05 filler            pic x(4) value spaces.
       01 role-name-table redefines role-names.
           05 role-name         pic x(4) occurs 6 times.
       01 role-counts.
           05 role-cnt          pic 9(5) occurs 6 times.
       01 role-idx              pic 9.
       01 role-pick             pic 9.
       01 other-role-count      pic 9(5) value zero.

      * Purge of old acknowledged alerts.
       01 purge-days-in         pic x(4).
       01 purge-days            pic 9(4) value zero.
       01 purge-cutoff-int      pic 9(8) USAGE COMP.
       01 ack-date-num          pic 9(8).
       01 purged-count          pic 9(6) value zero.
       01 kept-count            pic 9(6) value zero.

      * Displayed-fields.
       01 age-out               pic zzz9.
       01 count-out             pic zzzz9.
       01 band-out-1            pic zzzz9.
       01 band-out-2            pic zzzz9.
       01 band-out-3            pic zzzz9.
       01 band-out-4            pic zzzz9.
       01 role-out              pic x(6).
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** ALERT AGING REPORT BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out
           compute todays-date-int =
                   function integer-of-date(todays-date)

           display spaces
           display "Drop acknowledged alerts older than how many days"
           display "(blank to keep them all): " with no advancing
           accept purge-days-in
           if purge-days-in NOT EQUAL TO spaces
              if function test-numval(purge-days-in) NOT EQUAL TO
                 zero
                 display "The number of days must be numeric."
                 go to 999-end-program
              end-if
              compute purge-days = function numval(purge-days-in)
           end-if

           display "Print the aging report to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn

           initialize band-table
           initialize role-counts
           perform 110-age-alerts thru 110-age-exit
           perform 150-print-summary

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to ALERTPRINT."
           end-if

           if purge-days > zero
              perform 200-purge-acknowledged thru 200-purge-exit
           end-if

      * The critical count rides the RUNCTL rejected column, so a
      * window can condition on an unanswered critical alert.
           move "ALERTAGE" to audit-trail-pgm
           move "ALERTLOG" to rc-input-name
           move read-count to rc-read-count
           move unack-count to rc-processed-count
           move critical-count to rc-rejected-count
           move unack-count to rc-output-count
           perform 227-write-run-control
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** ALERT AGING REPORT ENDS *****"
           display spaces

           move "ALERTAGE" to audit-trail-pgm
           move spaces to audit-trail-detail
           move unack-count to count-out
           string "Alert aging: " function trim(count-out)
                  " unacknowledged."
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

      * Run-control write -- see RUNCTLWR.
       COPY runctlwr REPLACING ==RC-PARA== BY
            ==227-write-run-control==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * ALERTLOG is written in posting order, so one pass lists the
      * unacknowledged alerts oldest first.
       110-age-alerts.
           if print-report
              open output report-file
              move "UNACKNOWLEDGED ALERT AGING" to report-title
              move "ALERTPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "UNACKNOWLEDGED ALERTS AS OF " todays-date-out
                  delimited by size into out-line
           perform 160-emit-line
           move spaces to out-line
           perform 160-emit-line

           open input alert-file
           if alert-status NOT EQUAL TO "00"
              move "No ALERTLOG alert file on file." to out-line
              perform 160-emit-line
              go to 110-age-exit
           end-if
           move "AGE S RAISED   TIME SOURCE   ROLE PLNT TAG        REF"
                to out-line
           perform 160-emit-line
           move "N" to alert-eof-flag
           perform 111-read-alert-record
           perform 112-age-one-alert thru 112-age-exit
                   until alert-eof
           close alert-file.
       110-age-exit.
           exit.

       111-read-alert-record.
           read alert-file
              at end move "Y" to alert-eof-flag
           end-read.

       112-age-one-alert.
           add 1 to read-count
           if al-status NOT EQUAL TO "U"
              add 1 to ack-count
              perform 111-read-alert-record
              go to 112-age-exit
           end-if
           add 1 to unack-count

           move zero to age-days
           if al-date NUMERIC
              move al-date to raised-date-num
              compute age-days = todays-date-int -
                      function integer-of-date(raised-date-num)
           end-if
           evaluate al-severity
              when "C"
                 move 1 to sev-idx
                 add 1 to critical-count
              when "W"
                 move 2 to sev-idx
              when other
                 move 3 to sev-idx
           end-evaluate
           evaluate true
              when age-days < 2
                 move 1 to band-idx
              when age-days < 8
                 move 2 to band-idx
              when age-days < 31
                 move 3 to band-idx
              when other
                 move 4 to band-idx
           end-evaluate
           add 1 to band-cnt(sev-idx band-idx)

           move zero to role-pick
           perform 113-test-one-role
                   varying role-idx from 1 by 1
                   until role-idx > 6
           if role-pick EQUAL TO zero
              add 1 to other-role-count
           else
              add 1 to role-cnt(role-pick)
           end-if

           move age-days to age-out
           move spaces to out-line
           string age-out " " al-severity " " al-date " "
                  al-time(1:4) " " al-source " " al-role " "
                  al-plant " " al-tag " " al-ref
                  delimited by size into out-line
           perform 160-emit-line
           move spaces to out-line
           string "       " al-message
                  delimited by size into out-line
           perform 160-emit-line
           perform 111-read-alert-record.
       112-age-exit.
           exit.

       113-test-one-role.
           if role-name(role-idx) EQUAL TO al-role
              move role-idx to role-pick
           end-if.

       150-print-summary.
           move spaces to out-line
           perform 160-emit-line
           move "BY SEVERITY AND AGE IN DAYS" to out-line
           perform 160-emit-line
           move spaces to out-line
           move "0-1" to out-line(27:3)
           move "2-7" to out-line(37:3)
           move "8-30" to out-line(46:4)
           move "OVER 30" to out-line(53:7)
           perform 160-emit-line
           perform 151-print-one-severity
                   varying sev-idx from 1 by 1
                   until sev-idx > 3

           move spaces to out-line
           perform 160-emit-line
           move "BY ROLE ROUTED TO" to out-line
           perform 160-emit-line
           perform 152-print-one-role
                   varying role-idx from 1 by 1
                   until role-idx > 6
           if other-role-count > zero
              move other-role-count to count-out
              move spaces to out-line
              string "  (unknown) " count-out
                     delimited by size into out-line
              perform 160-emit-line
           end-if

           move spaces to out-line
           perform 160-emit-line
           move unack-count to count-out
           move spaces to out-line
           string count-out " unacknowledged, "
                  delimited by size into out-line
           perform 160-emit-line
           move critical-count to count-out
           move spaces to out-line
           string count-out " of them critical, "
                  delimited by size into out-line
           perform 160-emit-line
           move ack-count to count-out
           move spaces to out-line
           string count-out " acknowledged alerts on file."
                  delimited by size into out-line
           perform 160-emit-line.

       151-print-one-severity.
           move band-cnt(sev-idx 1) to band-out-1
           move band-cnt(sev-idx 2) to band-out-2
           move band-cnt(sev-idx 3) to band-out-3
           move band-cnt(sev-idx 4) to band-out-4
           move spaces to out-line
           string "  " sev-name(sev-idx) "          " band-out-1
                  "     " band-out-2 "     " band-out-3 "     "
                  band-out-4
                  delimited by size into out-line
           perform 160-emit-line.

       152-print-one-role.
           if role-name(role-idx) EQUAL TO spaces
              move "(all)" to role-out
           else
              move role-name(role-idx) to role-out
           end-if
           move role-cnt(role-idx) to count-out
           move spaces to out-line
           string "  " role-out "      " count-out
                  delimited by size into out-line
           perform 160-emit-line.

       160-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * Acknowledged alerts older than the cutoff leave the file in a
      * copy pass through ALERTWORK; nothing unacknowledged is ever
      * dropped.
       200-purge-acknowledged.
           compute purge-cutoff-int = todays-date-int - purge-days
           open input alert-file
           if alert-status NOT EQUAL TO "00"
              go to 200-purge-exit
           end-if
           open output alert-work-file
           if alert-work-status NOT EQUAL TO "00"
              close alert-file
              display "Unable to open ALERTWORK -- nothing purged."
              go to 200-purge-exit
           end-if
           move "N" to alert-eof-flag
           perform 111-read-alert-record
           perform 210-keep-or-drop thru 210-keep-exit
                   until alert-eof
           close alert-file
           close alert-work-file

           if purged-count EQUAL TO zero
              display "No acknowledged alerts old enough to purge."
              go to 200-purge-exit
           end-if
           open input alert-work-file
           open output alert-file
           if alert-status NOT EQUAL TO "00"
              close alert-work-file
              display "Unable to rewrite ALERTLOG -- nothing purged."
              go to 200-purge-exit
           end-if
           move "N" to alert-eof-flag
           perform 220-read-work-record
           perform 221-copy-alert-back until alert-eof
           close alert-work-file
           close alert-file

           move purged-count to count-out
           display count-out " acknowledged alerts purged."
           move "ALERTAGE" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Purged " function trim(count-out)
                  " acknowledged alerts from ALERTLOG"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       200-purge-exit.
           exit.

       210-keep-or-drop.
           if al-status EQUAL TO "A" and al-ack-date NUMERIC
              move al-ack-date to ack-date-num
              if function integer-of-date(ack-date-num) <
                 purge-cutoff-int
                 add 1 to purged-count
                 perform 111-read-alert-record
                 go to 210-keep-exit
              end-if
           end-if
           add 1 to kept-count
           move alert-record to alert-work-record
           write alert-work-record
           perform 111-read-alert-record.
       210-keep-exit.
           exit.

       220-read-work-record.
           read alert-work-file
              at end move "Y" to alert-eof-flag
           end-read.

       221-copy-alert-back.
           move alert-work-record to alert-record
           write alert-record
           perform 220-read-work-record.
