      *****************************************************************
      * FISCAL-PERIOD LOCK MAINTENANCE                                *
      *                                                               *
      * Once FISCRPT and GLEXTRCT have cut a period's close package,  *
      * a spend posting, bill, metered saving, or hour-meter reading  *
      * dated inside that period puts the files out of step with the  *
      * journal already sent.  This program keeps the PERIODSTAT      *
      * lock per fiscal year and period: a period is marked closing   *
      * while the package is cut and closed when it is done, and the  *
      * posting programs then refuse (or, in batch, suspend) anything *
      * dated inside a closed period.  Reopening a closed period      *
      * takes a signed-on administrator and a reason; every reopen    *
      * and re-close is stamped on UTILAUDIT and shown on the next    *
      * FISCRPT close package.                                        *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   periodlk.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Fiscal-period lock -- see PLOCKSEL/PLOCKFD/PLOCKWS/PLOCKRD.
           COPY plocksel.

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
       COPY plockfd.

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

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * The operator's menu authorizations -- see OPERAUTH.
       COPY operauth.

      * Fiscal-period lock fields -- see PLOCKWS.
       COPY plockws.

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 ask-year-in           pic x(4).
       01 ask-period-in         pic x(2).
       01 list-idx              pic 99.
       01 period-pick           pic 99 value zero.
           88 period-not-found         value zero.
       01 reason-in             pic x(40).
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 new-status            pic x.
       01 lock-action           pic x(8).
       01 change-stamp.
           05 change-date       pic x(8).
           05 change-time       pic x(6).
           05 filler            pic x(7).
       01 reopen-out            pic z9.
       01 saved-flag            pic x.
           88 lock-file-saved          value "Y".
       01 keep-count            pic 99.
       01 cal-year-flag         pic x.
           88 year-on-calendar         value "Y".

       procedure division.
       100-main-para.
           display spaces
           display "***** FISCAL-PERIOD LOCK BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform AL-FISCAL-LOAD
           if fiscal-count EQUAL TO zero
              display "No FISCALCAL calendar on file -- there are no"
              display "periods to lock."
              go to 999-end-program
           end-if
           perform 106-load-period-locks

           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** FISCAL-PERIOD LOCK ENDS *****"
           display spaces

           move "PERIODLK" to audit-trail-pgm
           move "Fiscal-period lock session completed."
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

      * Fiscal-period lock load and check -- see PLOCKRD.
       COPY plockrd REPLACING ==PK-PARA== BY
            ==105-check-period-lock==
            ==PK-LOAD-PARA== BY ==106-load-period-locks==
            ==PK-READ-PARA== BY ==106a-read-lock-record==
            ==PK-STORE-PARA== BY ==106b-store-lock-record==
            ==PK-TEST-PARA== BY ==106c-test-lock-entry==
            ==PK-MONTH-PARA== BY ==107-check-month-lock==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- List the fiscal periods and their status"
           display " 2 --- Mark a period closing"
           display " 3 --- Close a period"
           display " 4 --- Reopen a period (closed: administrator)"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-list-periods
              when "2" perform 300-mark-closing thru 300-closing-exit
              when "3" perform 400-close-period thru 400-close-exit
              when "4" perform 500-reopen-period thru 500-reopen-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

      * Every FISCALCAL period, oldest first, with its lock status
      * and the last change to it.
       200-list-periods.
           display spaces
           display "FY   PER START    END      STATUS    CHANGED  "
                   "BY       REOPENS"
           perform 210-list-one-period
                   varying list-idx from 1 by 1
                   until list-idx > fiscal-count.

       210-list-one-period.
           move fp-start(list-idx) to period-lock-probe-date
           perform 105-check-period-lock
           if period-lock-pick > zero
              move plt-reopen-count(period-lock-pick) to reopen-out
              display fp-year(list-idx) " " fp-period(list-idx)
                      "  " fp-start(list-idx) " "
                      fp-end(list-idx) " " period-lock-label "  "
                      plt-changed-date(period-lock-pick) " "
                      plt-changed-by(period-lock-pick) " "
                      reopen-out
              if plt-reason(period-lock-pick) NOT EQUAL TO spaces
                 display "         reopened: "
                         plt-reason(period-lock-pick)
              end-if
           else
              display fp-year(list-idx) " " fp-period(list-idx)
                      "  " fp-start(list-idx) " "
                      fp-end(list-idx) " " period-lock-label
           end-if.

      * The fiscal year and period under change, which must be on
      * FISCALCAL; 105 then finds its lock entry, if any.
       250-period-entry.
           display "Fiscal year (e.g. 2026): " with no advancing
           accept ask-year-in
           display "Fiscal period (01-12): " with no advancing
           accept ask-period-in
           if ask-period-in(2:1) EQUAL TO space
              move ask-period-in(1:1) to ask-period-in(2:1)
              move "0" to ask-period-in(1:1)
           end-if
           move zero to period-pick
           perform 251-match-period
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > fiscal-count
           if period-not-found
              display "FY" ask-year-in " P" ask-period-in
                      " is not in the calendar."
              go to 250-period-exit
           end-if
           move fp-start(period-pick) to period-lock-probe-date
           perform 105-check-period-lock
           display "FY" ask-year-in " P" ask-period-in "  "
                   fp-start(period-pick) " - " fp-end(period-pick)
                   "  is " period-lock-label.
       250-period-exit.
           exit.

       251-match-period.
           if fp-year(fiscal-idx) EQUAL TO ask-year-in and
              fp-period(fiscal-idx) EQUAL TO ask-period-in
              move fiscal-idx to period-pick
           end-if.

      * Closing: the close package is being cut; postings still go
      * through, with a warning to whoever keys them.
       300-mark-closing.
           perform 250-period-entry thru 250-period-exit
           if period-not-found
              go to 300-closing-exit
           end-if
           if period-closed
              display "The period is already closed."
              go to 300-closing-exit
           end-if
           if period-closing
              display "The period is already marked closing."
              go to 300-closing-exit
           end-if
           move "P" to new-status
           move "CLOSING" to lock-action
           move spaces to reason-in
           perform 700-apply-status-change thru 700-apply-exit.
       300-closing-exit.
           exit.

      * A period closed a second time after a reopen is a re-close,
      * stamped as such.
       400-close-period.
           perform 250-period-entry thru 250-period-exit
           if period-not-found
              go to 400-close-exit
           end-if
           if period-closed
              display "The period is already closed."
              go to 400-close-exit
           end-if
           display "Close FY" ask-year-in " P" ask-period-in
                   " to postings? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 400-close-exit
           end-if
           move "C" to new-status
           move "CLOSE" to lock-action
           if period-lock-pick > zero
              if plt-reopen-count(period-lock-pick) > zero
                 move "RECLOSE" to lock-action
              end-if
           end-if
           move spaces to reason-in
           perform 700-apply-status-change thru 700-apply-exit.
       400-close-exit.
           exit.

      * A period still only closing goes back to open on anyone's
      * say-so; a closed one needs a signed-on administrator (see
      * OPERAUTH) and a reason, kept on PERIODSTAT and stamped on
      * UTILAUDIT.
       500-reopen-period.
           perform 250-period-entry thru 250-period-exit
           if period-not-found
              go to 500-reopen-exit
           end-if
           if period-open
              display "The period is not closed."
              go to 500-reopen-exit
           end-if
           if period-closing
              move "O" to new-status
              move "UNCLOSE" to lock-action
              move spaces to reason-in
              perform 700-apply-status-change thru 700-apply-exit
              go to 500-reopen-exit
           end-if

           if operator-id EQUAL TO low-values or
              operator-id EQUAL TO spaces
              display "Reopening a closed period needs a signed-on"
              display "administrator -- run this through UTILMENU."
              go to 500-reopen-exit
           end-if
           if auth-loaded EQUAL TO "Y" and
              auth-admin NOT EQUAL TO "Y"
              display "Reopening a closed period needs administrator"
              display "authority."
              go to 500-reopen-exit
           end-if

           display "Reason for reopening (required): "
                   with no advancing
           accept reason-in
           if reason-in EQUAL TO spaces
              display "A reopen needs a reason -- period left closed."
              go to 500-reopen-exit
           end-if
           move "R" to new-status
           move "REOPEN" to lock-action
           perform 700-apply-status-change thru 700-apply-exit.
       500-reopen-exit.
           exit.

      * The new status goes into the period's entry (a new entry for
      * a period that has none), the whole file is written back,
      * and the change is stamped on UTILAUDIT.  Lines for years no
      * longer on FISCALCAL are dropped first; PLOCKRD treats any
      * date before the calendar as closed, so they say nothing.
       700-apply-status-change.
           perform 720-prune-retired-years
           if period-lock-pick EQUAL TO zero
              if period-lock-count NOT LESS THAN max-period-locks
                 display "PERIODSTAT is full -- no change made."
                 go to 700-apply-exit
              end-if
              add 1 to period-lock-count
              move period-lock-count to period-lock-pick
              move ask-year-in to plt-year(period-lock-pick)
              move ask-period-in to plt-period(period-lock-pick)
              move zero to plt-reopen-count(period-lock-pick)
              move spaces to plt-reason(period-lock-pick)
           end-if

           move function current-date to change-stamp
           move new-status to plt-status(period-lock-pick)
           move change-date to plt-changed-date(period-lock-pick)
           move change-time to plt-changed-time(period-lock-pick)
           move operator-id to plt-changed-by(period-lock-pick)
           if operator-id EQUAL TO low-values
              move spaces to plt-changed-by(period-lock-pick)
           end-if
           if lock-action EQUAL TO "REOPEN"
              add 1 to plt-reopen-count(period-lock-pick)
              move reason-in to plt-reason(period-lock-pick)
           end-if

           perform 710-save-period-locks thru 710-save-exit
           if NOT lock-file-saved
              go to 700-apply-exit
           end-if

           move "PERIODLK" to audit-trail-pgm
           move spaces to audit-trail-detail
           string function trim(lock-action) " FY" ask-year-in "P"
                  ask-period-in " " reason-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail
           display "FY" ask-year-in " P" ask-period-in " -- "
                   function trim(lock-action) " recorded.".
       700-apply-exit.
           exit.

       710-save-period-locks.
           move "N" to saved-flag
           open output period-lock-file
           if period-lock-status NOT EQUAL TO "00"
              display "Unable to write PERIODSTAT -- no change made."
              move "N" to period-lock-loaded-flag
              perform 106-load-period-locks
              go to 710-save-exit
           end-if
           perform 711-write-one-lock
                   varying period-lock-idx from 1 by 1
                   until period-lock-idx > period-lock-count
           close period-lock-file
           move "Y" to saved-flag.
       710-save-exit.
           exit.

       711-write-one-lock.
           move spaces to period-lock-record
           move plt-year(period-lock-idx) to plk-year
           move plt-period(period-lock-idx) to plk-period
           move plt-status(period-lock-idx) to plk-status
           move plt-changed-date(period-lock-idx) to plk-changed-date
           move plt-changed-time(period-lock-idx) to plk-changed-time
           move plt-changed-by(period-lock-idx) to plk-changed-by
           move plt-reopen-count(period-lock-idx) to plk-reopen-count
           move plt-reason(period-lock-idx) to plk-reason
           write period-lock-record.

      * Close the table up over every line whose year has left the
      * calendar, carrying PERIOD-LOCK-PICK along with its entry.
       720-prune-retired-years.
           move zero to keep-count
           perform 721-prune-one-lock
                   varying period-lock-idx from 1 by 1
                   until period-lock-idx > period-lock-count
           move keep-count to period-lock-count.

       721-prune-one-lock.
           move "N" to cal-year-flag
           perform 722-match-calendar-year
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > fiscal-count
           if year-on-calendar
              add 1 to keep-count
              if keep-count NOT EQUAL TO period-lock-idx
                 move period-lock-entry(period-lock-idx)
                      to period-lock-entry(keep-count)
              end-if
              if period-lock-pick EQUAL TO period-lock-idx
                 move keep-count to period-lock-pick
              end-if
           end-if.

       722-match-calendar-year.
           if fp-year(fiscal-idx) EQUAL TO plt-year(period-lock-idx)
              move "Y" to cal-year-flag
           end-if.
