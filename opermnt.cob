      *                  password resets now queue to PENDCHG for a
      *                  second administrator's approval through
      *                  CHGAPPR instead of rewriting OPERMAST here.
      * 2026-10-15  CAC  The master now carries the operator's alert
      *                  role (OPS/MNT/ENV/ENG/ADM), which routes the
      *                  ALERTLOG exceptions shown at sign-on.
      * 2026-10-15  CAC  The master now carries the operator's
      *                  supervisor, who recertifies the operator's
      *                  authorizations each quarter through
      *                  OPRECERT; the list shows it and whether the
      *                  ID is locked or disabled as dormant.

       environment division.
       input-output section.
       data division.
       file section.
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


       COPY pendfd.
               10 ot-locked      pic x.
               10 ot-last-date   pic x(8).
               10 ot-last-time   pic x(6).
               10 ot-role        pic x(4).
               10 ot-supervisor  pic x(8).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 admin-in              pic x.
       01 util-flags-in         pic x(60).
       01 ee-flags-in           pic x(12).
       01 role-in               pic x(4).
       01 supervisor-in         pic x(8).
       01 supervisor-idx        pic 99.
       01 supervisor-pick       pic 99.
       01 status-text           pic x(8).
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 shift-idx             pic 99.
           05 oi-locked          pic x.
           05 oi-last-date       pic x(8).
           05 oi-last-time       pic x(6).
           05 oi-role            pic x(4).
           05 oi-supervisor      pic x(8).
           05 filler             pic x(4).

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.
              move om-locked    to ot-locked(oper-idx)
              move om-last-date to ot-last-date(oper-idx)
              move om-last-time to ot-last-time(oper-idx)
              move om-role      to ot-role(oper-idx)
              move om-supervisor to ot-supervisor(oper-idx)
           end-if
           perform 111-read-master-record.

       200-list-operators.
           display spaces
           display "ID        NAME                  ADM"
                   "  ROLE  SUPV      STATUS"
                   "    UTIL-FLAGS       EE-FLAGS"
           perform 210-list-one-operator
                   varying oper-idx from 1 by 1
                   until oper-idx > oper-count.

       210-list-one-operator.
           evaluate ot-locked(oper-idx)
              when "Y" move "LOCKED" to status-text
              when "D" move "DORMANT" to status-text
              when other move "ACTIVE" to status-text
           end-evaluate
           display ot-id(oper-idx) "  " ot-name(oper-idx) "  "
                   ot-admin(oper-idx) "   " ot-role(oper-idx) "  "
                   ot-supervisor(oper-idx) "  " status-text "  "
                   ot-util(oper-idx) "  " ot-ee(oper-idx).

       250-find-operator.
           move zero to oper-pick
           move function upper-case(admin-in) to admin-in
           if admin-in NOT EQUAL TO "Y"
              move "N" to admin-in
           end-if
           perform 265-role-entry.

      * The role routes the ALERTLOG exceptions this operator is
      * shown at sign-on; no role sees only the unrouted ones.
       265-role-entry.
           display "Alert role (OPS/MNT/ENV/ENG/ADM, blank = none): "
                   with no advancing
           accept role-in
           move function upper-case(role-in) to role-in
           if role-in NOT EQUAL TO spaces and
              role-in NOT EQUAL TO "OPS" and
              role-in NOT EQUAL TO "MNT" and
              role-in NOT EQUAL TO "ENV" and
              role-in NOT EQUAL TO "ENG" and
              role-in NOT EQUAL TO "ADM"
              display "Please enter OPS, MNT, ENV, ENG, ADM, or blank."
              go to 265-role-entry
           end-if.

      * The supervisor recertifies this operator's flags each
      * quarter (OPRECERT) and must be another operator on file.
       266-supervisor-entry.
           display "Supervisor ID (blank = none): " with no advancing
           accept supervisor-in
           move function upper-case(supervisor-in) to supervisor-in
           if supervisor-in EQUAL TO spaces
              go to 266-supervisor-exit
           end-if
           if supervisor-in EQUAL TO id-in
              display "An operator cannot supervise their own ID."
              go to 266-supervisor-entry
           end-if
           move zero to supervisor-pick
           perform 267-test-supervisor
                   varying supervisor-idx from 1 by 1
                   until supervisor-idx > oper-count
           if supervisor-pick EQUAL TO zero
              display "Supervisor " supervisor-in " is not on file."
              go to 266-supervisor-entry
           end-if.
       266-supervisor-exit.
           exit.

       267-test-supervisor.
           if ot-id(supervisor-idx) EQUAL TO supervisor-in
              move supervisor-idx to supervisor-pick
           end-if.

       300-add-operator.
           display "Operator name: " with no advancing
           accept name-in
           perform 260-auth-flags-entry
           perform 266-supervisor-entry thru 266-supervisor-exit

      * A fresh operator has no password yet -- sign-on forces one
      * to be set at first use.  The proposed record queues for a
           move admin-in      to oi-admin
           move util-flags-in to oi-util
           move ee-flags-in   to oi-ee
           move role-in       to oi-role
           move supervisor-in to oi-supervisor
           move zero          to oi-pwhash
           move "Y"           to oi-pwchange
           move zero          to oi-failcount

           move oper-pick to oper-idx
           display "Current: " ot-name(oper-idx) "  ADM="
                   ot-admin(oper-idx) "  ROLE=" ot-role(oper-idx)
           display "  UTIL=" ot-util(oper-idx)
                   "  EE=" ot-ee(oper-idx)
                   "  SUPV=" ot-supervisor(oper-idx)
           display "New name (blank to keep): " with no advancing
           accept name-in
           perform 260-auth-flags-entry
           perform 266-supervisor-entry thru 266-supervisor-exit
      * The live hardening fields ride along unchanged; CHGAPPR
      * re-copies them from the live record at apply time in case
      * they move between queue and approval.
           move admin-in      to oi-admin
           move util-flags-in to oi-util
           move ee-flags-in   to oi-ee
           move role-in       to oi-role
           move supervisor-in to oi-supervisor
           move ot-pwhash(oper-idx)    to oi-pwhash
           move ot-pwchange(oper-idx)  to oi-pwchange
           move ot-pwdate(oper-idx)    to oi-pwdate
