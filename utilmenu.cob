      *                  (admin reset through OPERMNT), and shows
      *                  the last successful sign-on so an operator
      *                  can spot use of their ID.
      * 2026-10-15  CAC  Added selection 47, the survey and project
      *                  calculator family (SRVMENU), gated as one
      *                  position the way EEMENU is.
      * 2026-10-15  CAC  Added selection 48, the energy accounting
      *                  and utility-bill family (ACCTMENU), gated
      *                  as one position the same way.
      * 2026-10-15  CAC  Added selection 49, the maintenance and
      *                  reliability family (MNTMENU), gated as one
      *                  position the same way.
      * 2026-10-15  CAC  Sign-on now lists the COMPOBL compliance
      *                  obligations the operator is responsible for
      *                  that are overdue or due within 90 days.
      *                  The preference load is now performed
      *                  through its exit, so an operator with no
      *                  OPERPREF file no longer falls out of it.
      * 2026-10-15  CAC  Added selection 50, the capital program
      *                  family (CAPMENU), gated as one position the
      *                  same way.
      * 2026-10-15  CAC  Sign-on now shows the operator's
      *                  unacknowledged ALERTLOG alerts (those routed
      *                  to the operator's OPERMAST role, and the
      *                  unrouted ones), requires each critical one
      *                  to be acknowledged before the menu appears,
      *                  and offers to acknowledge the rest.
      * 2026-10-15  CAC  Sign-on now disables an ID whose last
      *                  successful sign-on is older than the
      *                  DORMWS limit, and refuses a disabled ID
      *                  until an administrator's reset is approved.
      *                  The master carries the operator's supervisor.
      *                  Added selection 51, quarterly access
      *                  recertification (OPRECERT).
      * 2026-10-15  CAC  Added selection 52, the station contact
      *                  logbook (HAMLOG).
      * 2026-10-15  CAC  Critical alerts now fill the sign-on inbox
      *                  ahead of the rest; while criticals remain
      *                  past its limit the inbox is shown again
      *                  rather than the menu.

       environment division.
       input-output section.
                  organization is line sequential
                  file status is pref-status.

      * Compliance-obligation master -- see COMPSEL/COMPFD.
           COPY compsel.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.
      * means no password set yet -- one is forced at first use),
      * the change-forced flag, the date the password was last set
      * (90-day expiry), the failed-attempt count and lockout flag,
      * the last successful sign-on stamp, and the role ALERTLOG
      * exceptions are routed by.
       fd  operator-master-file
           record contains 150 characters.
       01 operator-master-record.
           05 om-id              pic x(8).
           05 om-name            pic x(20).
           05 om-locked          pic x.
           05 om-last-date       pic x(8).
           05 om-last-time       pic x(6).
           05 om-role            pic x(4).
           05 om-supervisor      pic x(8).
           05 filler             pic x(4).


       fd  pref-file
           05 op-rate            pic x(8).
           05 filler             pic x(8).

       COPY compfd.

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.
           88 operator-found        value "Y".
       01 selection-num      pic 99.

      * Sign-on compliance reminders -- the operator's own COMPOBL
      * items, overdue or due inside the warning horizon.
       01 comp-obl-status    pic xx.
       01 comp-eof-flag      pic x value "N".
           88 comp-eof              value "Y".
       01 comp-horizon-days  pic 999 value 90.
       01 comp-horizon-date  pic 9(8).
       01 comp-due-num       pic 9(8).
       01 comp-days-left     pic s9(5) USAGE COMP.
       01 comp-days-out      pic ----9.
       01 comp-count         pic 999 value zero.
       01 comp-count-out     pic zz9.

      * Sign-on alert inbox -- the operator's unacknowledged
      * ALERTLOG alerts, keyed here so the acknowledgements can be
      * marked in the rewrite pass.
       COPY alertws.
       01 operator-role      pic x(4).
       01 inbox-count        pic 99 value zero.
       01 max-inbox          pic 99 value 50.
       01 inbox-idx          pic 99.
       01 inbox-pick         pic 99.
       01 inbox-over-count   pic 9(4) value zero.
       01 inbox-crit-count   pic 99 value zero.
       01 inbox-ack-count    pic 99 value zero.
       01 inbox-crit-over    pic 9(4) value zero.
       01 inbox-pass-flag    pic x.
           88 inbox-critical-pass   value "C".
       01 alerts-recorded-flag pic x.
           88 alerts-recorded       value "Y".
       01 inbox-table.
           05 inbox-entry occurs 50 times.
               10 ib-key         pic x(28).
               10 ib-severity    pic x.
               10 ib-ack         pic x.
       01 inbox-num-out      pic z9.
       01 inbox-over-out     pic z,zz9.
       01 severity-text      pic x(8).
       01 ack-in             pic x(3).
       01 alert-yn           pic x.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Dormant-account limit -- see DORMWS.
       COPY dormws.

      * In-storage copy of the whole master, the OPERMNT shape --
      * the hardening fields are updated here and the file written
      * back whole.
               10 ot-locked      pic x.
               10 ot-last-date   pic x(8).
               10 ot-last-time   pic x(6).
               10 ot-role        pic x(4).
               10 ot-supervisor  pic x(8).

      * Password-entry and check-value fields.  The check value is a
      * rolling product-and-sum over the characters -- not
              end-if
           end-if

           perform 119b-load-preferences thru 119d-pref-done
           perform 119f-compliance-reminders thru 119f-reminder-exit
           perform 119i-alert-inbox thru 119i-inbox-exit.

      * Authorizations come from OPERMAST; with no master on file
      * yet the suite bootstraps wide open so an administrator can
              move om-locked    to ot-locked(oper-idx)
              move om-last-date to ot-last-date(oper-idx)
              move om-last-time to ot-last-time(oper-idx)
              move om-role      to ot-role(oper-idx)
              move om-supervisor to ot-supervisor(oper-idx)
              if om-id EQUAL TO operator-id
                 move "Y" to operator-found-flag
                 move "Y" to auth-loaded
      * no password exists yet and one is set on the spot; a wrong
      * entry counts toward the lockout; a good one shows the last
      * successful sign-on and enforces the forced-change flag and
      * the 90-day expiry.  An ID unused past the DORMWS limit is
      * disabled here on its first attempt back, and a disabled ID
      * is refused like a locked one.
       116-password-check.
           move "N" to signon-ok-flag
           move function current-date to todays-date-stamp
              go to 116-password-exit
           end-if

           if ot-locked(oper-pick) EQUAL TO "D"
              display "This operator ID is disabled as dormant -- see"
                      " an administrator (OPERMNT reset)."
              move "UTILMENU" to audit-trail-pgm
              move spaces to audit-trail-detail
              string "Dormant ID " operator-id " refused at sign-on"
                     delimited by size into audit-trail-detail
              perform 995-write-audit-trail
              go to 116-password-exit
           end-if

           if ot-last-date(oper-pick) IS NUMERIC
              move ot-last-date(oper-pick) to dormant-last-num
              compute dormant-limit-date = function date-of-integer(
                      function integer-of-date(todays-date) -
                      dormant-days)
              if dormant-last-num < dormant-limit-date
                 move "D" to ot-locked(oper-pick)
                 perform 185-save-master thru 185-save-exit
                 display "No sign-on since " ot-last-date(oper-pick)
                         " -- " operator-id " is now disabled as"
                         " dormant."
                 display "See an administrator (OPERMNT reset)."
                 move "UTILMENU" to audit-trail-pgm
                 move spaces to audit-trail-detail
                 string "ID " operator-id " disabled as dormant, last"
                        " sign-on " ot-last-date(oper-pick)
                        delimited by size into audit-trail-detail
                 perform 995-write-audit-trail
                 go to 116-password-exit
              end-if
           end-if

           if ot-pwhash(oper-pick) EQUAL TO zero
              display "No password is on file for " operator-id
                      " -- set one now."
           end-if
           perform 119c-read-pref-record.

      * Everything in COMPOBL the operator answers for that is
      * overdue or due inside the horizon -- see COMPCAL.
       119f-compliance-reminders.
           move zero to comp-count
           open input comp-obl-file
           if comp-obl-status NOT EQUAL TO "00"
              go to 119f-reminder-exit
           end-if
           move function current-date to todays-date-stamp
           compute comp-horizon-date = function date-of-integer(
                   function integer-of-date(todays-date) +
                   comp-horizon-days)
           move "N" to comp-eof-flag
           perform 119g-read-comp-record
           perform 119h-test-comp-record until comp-eof
           close comp-obl-file
           if comp-count > zero
              move comp-count to comp-count-out
              display comp-count-out " compliance items are yours"
                      " -- see COMPCAL under maintenance."
           end-if.
       119f-reminder-exit.
           exit.

       119g-read-comp-record.
           read comp-obl-file
              at end move "Y" to comp-eof-flag
           end-read.

       119h-test-comp-record.
           if co-oper EQUAL TO operator-id and co-status EQUAL TO "A"
              and co-next-due NUMERIC
              move co-next-due to comp-due-num
              if comp-due-num NOT GREATER THAN comp-horizon-date
                 if comp-count EQUAL TO zero
                    display spaces
                    display "Compliance items due for " operator-id
                            ":"
                    display "DUE       DAYS PLNT TAG/PERMIT   TYPE "
                            "DESCRIPTION"
                 end-if
                 add 1 to comp-count
                 compute comp-days-left =
                         function integer-of-date(comp-due-num) -
                         function integer-of-date(todays-date)
                 move comp-days-left to comp-days-out
                 if comp-days-left < zero
                    display co-next-due " " comp-days-out " "
                            co-plant " " co-ref " " co-type " "
                            co-desc " OVERDUE"
                 else
                    display co-next-due " " comp-days-out " "
                            co-plant " " co-ref " " co-type " "
                            co-desc
                 end-if
              end-if
           end-if
           perform 119g-read-comp-record.

      * The operator's alert inbox: every unacknowledged ALERTLOG
      * alert routed to the operator's role, plus the unrouted ones.
      * A critical alert must be acknowledged before the menu comes
      * up; the rest may be acknowledged together or left for the
      * next sign-on (ALERTAGE keeps aging them either way).  The
      * criticals are taken into the inbox in a pass of their own
      * ahead of the rest, and while any are left over past its
      * limit the inbox comes round again instead of the menu.
       119i-alert-inbox.
           move spaces to operator-role
           if oper-pick > zero
              move ot-role(oper-pick) to operator-role
           end-if
           move zero to inbox-count
           move zero to inbox-over-count
           move zero to inbox-crit-count
           move zero to inbox-ack-count
           move zero to inbox-crit-over
           move "C" to inbox-pass-flag
           perform 119s-scan-alerts thru 119s-scan-exit
           move "O" to inbox-pass-flag
           perform 119s-scan-alerts thru 119s-scan-exit
           if inbox-count EQUAL TO zero
              go to 119i-inbox-exit
           end-if
           if inbox-over-count > zero
              move inbox-over-count to inbox-over-out
              display inbox-over-out " more unacknowledged alerts"
                      " -- see the ALERTAGE report."
           end-if

           perform 119l-ack-one-critical thru 119l-ack-exit
                   varying inbox-idx from 1 by 1
                   until inbox-idx > inbox-count
           if inbox-crit-count < inbox-count
              display "Acknowledge the other alerts listed? (Y/N): "
                      with no advancing
              accept alert-yn
              move function upper-case(alert-yn) to alert-yn
              if alert-yn EQUAL TO "Y"
                 perform 119m-ack-one-other
                         varying inbox-idx from 1 by 1
                         until inbox-idx > inbox-count
              end-if
           end-if
           if inbox-ack-count > zero
              perform 119n-rewrite-alerts thru 119n-rewrite-exit
           end-if
           if inbox-crit-over EQUAL TO zero
              go to 119i-inbox-exit
           end-if
           move inbox-crit-over to inbox-over-out
           if NOT alerts-recorded
              display inbox-over-out " more critical alerts could not"
                      " be shown -- the menu is not available."
              go to 999-end-program
           end-if
           display inbox-over-out " more critical alerts are waiting."
           go to 119i-alert-inbox.
       119i-inbox-exit.
           exit.

       119j-read-alert-record.
           read alert-file
              at end move "Y" to alert-eof-flag
           end-read.

      * The criticals pass takes only C alerts, the other pass only
      * the rest.
       119k-test-alert-record.
           if al-status EQUAL TO "U" and
              (al-role EQUAL TO spaces or
               (operator-role NOT EQUAL TO spaces and
                al-role EQUAL TO operator-role)) and
              ((inbox-critical-pass and al-severity EQUAL TO "C") or
               (NOT inbox-critical-pass and
                al-severity NOT EQUAL TO "C"))
              if inbox-count < max-inbox
                 if inbox-count EQUAL TO zero
                    display spaces
                    display "Unacknowledged alerts for " operator-id
                            ":"
                 end-if
                 add 1 to inbox-count
                 move inbox-count to inbox-idx
                 move al-key to ib-key(inbox-idx)
                 move al-severity to ib-severity(inbox-idx)
                 move "N" to ib-ack(inbox-idx)
                 evaluate al-severity
                    when "C"
                       move "CRITICAL" to severity-text
                       add 1 to inbox-crit-count
                    when "W"
                       move "WARNING" to severity-text
                    when other
                       move "INFO" to severity-text
                 end-evaluate
                 move inbox-count to inbox-num-out
                 display inbox-num-out " " severity-text " "
                         al-date " " al-time(1:4) " " al-source
                         " " al-plant " " al-tag " " al-ref
                 display "     " al-message
              else
                 add 1 to inbox-over-count
                 if al-severity EQUAL TO "C"
                    add 1 to inbox-crit-over
                 end-if
              end-if
           end-if
           perform 119j-read-alert-record.

       119l-ack-one-critical.
           if ib-severity(inbox-idx) NOT EQUAL TO "C"
              go to 119l-ack-exit
           end-if
           move inbox-idx to inbox-num-out
           display "Critical alert " inbox-num-out
                   " -- enter ACK to acknowledge it: "
                   with no advancing
           accept ack-in
           move function upper-case(ack-in) to ack-in
           if ack-in NOT EQUAL TO "ACK"
              display "A critical alert must be acknowledged before"
                      " the menu is shown."
              go to 119l-ack-one-critical
           end-if
           move "Y" to ib-ack(inbox-idx)
           add 1 to inbox-ack-count.
       119l-ack-exit.
           exit.

       119m-ack-one-other.
           if ib-ack(inbox-idx) NOT EQUAL TO "Y"
              move "Y" to ib-ack(inbox-idx)
              add 1 to inbox-ack-count
           end-if.

      * The acknowledgements are stamped in a copy pass through
      * ALERTWORK and the file copied back, so alerts past the
      * inbox's limit ride through untouched.
       119n-rewrite-alerts.
           move "N" to alerts-recorded-flag
           open input alert-file
           if alert-status NOT EQUAL TO "00"
              go to 119n-rewrite-exit
           end-if
           open output alert-work-file
           if alert-work-status NOT EQUAL TO "00"
              close alert-file
              display "Unable to open ALERTWORK -- acknowledgements"
                      " not recorded."
              go to 119n-rewrite-exit
           end-if
           move function current-date to todays-date-stamp
           move "N" to alert-eof-flag
           perform 119j-read-alert-record
           perform 119o-copy-alert-out until alert-eof
           close alert-file
           close alert-work-file

           open input alert-work-file
           open output alert-file
           if alert-status NOT EQUAL TO "00"
              close alert-work-file
              display "Unable to rewrite ALERTLOG -- acknowledgements"
                      " not recorded."
              go to 119n-rewrite-exit
           end-if
           move "N" to alert-eof-flag
           perform 119p-read-work-record
           perform 119q-copy-alert-back until alert-eof
           close alert-work-file
           close alert-file

           move "Y" to alerts-recorded-flag
           move inbox-ack-count to inbox-num-out
           display inbox-num-out " alerts acknowledged."
           move "UTILMENU" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Acknowledged " inbox-num-out " alerts at sign-on"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       119n-rewrite-exit.
           exit.

       119o-copy-alert-out.
           move zero to inbox-pick
           perform 119r-match-inbox-entry
                   varying inbox-idx from 1 by 1
                   until inbox-idx > inbox-count
           if inbox-pick > zero and al-status EQUAL TO "U"
              move "A" to al-status
              move operator-id to al-ack-by
              move todays-date-stamp(1:8) to al-ack-date
              move todays-date-stamp(9:6) to al-ack-time
           end-if
           move alert-record to alert-work-record
           write alert-work-record
           perform 119j-read-alert-record.

       119p-read-work-record.
           read alert-work-file
              at end move "Y" to alert-eof-flag
           end-read.

       119q-copy-alert-back.
           move alert-work-record to alert-record
           write alert-record
           perform 119p-read-work-record.

       119s-scan-alerts.
           open input alert-file
           if alert-status NOT EQUAL TO "00"
              go to 119s-scan-exit
           end-if
           move "N" to alert-eof-flag
           perform 119j-read-alert-record
           perform 119k-test-alert-record until alert-eof
           close alert-file.
       119s-scan-exit.
           exit.

       119r-match-inbox-entry.
           if ib-key(inbox-idx) EQUAL TO al-key and
              ib-ack(inbox-idx) EQUAL TO "Y"
              move inbox-idx to inbox-pick
           end-if.

       185-save-master.
           open output operator-master-file
           if opermast-status NOT EQUAL TO "00"
           move ot-locked(oper-idx)    to om-locked
           move ot-last-date(oper-idx) to om-last-date
           move ot-last-time(oper-idx) to om-last-time
           move ot-role(oper-idx)      to om-role
           move ot-supervisor(oper-idx) to om-supervisor
           write operator-master-record.

      * A selection the operator is not cleared for is refused and
           if auth-util-flags(46:1) EQUAL TO "Y"
              display "46 --- Schedule Generation"
           end-if
           if auth-util-flags(47:1) EQUAL TO "Y"
              display "47 --- Energy Surveys and Project Calculators"
           end-if
           if auth-util-flags(48:1) EQUAL TO "Y"
              display "48 --- Energy Accounting and Utility Bills"
           end-if
           if auth-util-flags(49:1) EQUAL TO "Y"
              display "49 --- Maintenance and Reliability"
           end-if
           if auth-util-flags(50:1) EQUAL TO "Y"
              display "50 --- Capital Program"
           end-if
           if auth-util-flags(51:1) EQUAL TO "Y"
              display "51 --- Access Recertification"
           end-if
           if auth-util-flags(52:1) EQUAL TO "Y"
              display "52 --- Station Contact Logbook"
           end-if
           if auth-admin EQUAL TO "Y"
              display "13 --- Operator Master Maintenance (admin)"
              display "26 --- Dual-Control Change Approval (admin)"
              when "44" move 44 to selection-num
              when "45" move 45 to selection-num
              when "46" move 46 to selection-num
              when "47" move 47 to selection-num
              when "48" move 48 to selection-num
              when "49" move 49 to selection-num
              when "50" move 50 to selection-num
              when "51" move 51 to selection-num
              when "52" move 52 to selection-num
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 52."
           end-evaluate

           if selection-num > 52
              display "Please select 0 through 52."
              move zero to selection-num
           end-if

              when 44 call "chillkwt"
              when 45 call "runhours"
              when 46 call "skedgen"
              when 47 call "srvmenu"
              when 48 call "acctmenu"
              when 49 call "mntmenu"
              when 50 call "capmenu"
              when 51 call "oprecert"
              when 52 call "hamlog"
              when other
                   continue
           end-evaluate.
