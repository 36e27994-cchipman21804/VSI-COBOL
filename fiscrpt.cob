      *                  RESREPSEL); the period's results come off a
      *                  START on the primary date key instead of an
      *                  end-to-end crawl.
      * 2026-10-15  CAC  Shows the period's PERIODSTAT lock status
      *                  and every period reopened or re-closed in
      *                  PERIODLK since the last close package; each
      *                  package run is now stamped on UTILAUDIT.

       environment division.
       input-output section.
      * Fiscal-calendar file -- see FISCSEL/FISCFD/FISCWS.
           COPY fiscsel.

      * Fiscal-period lock -- see PLOCKSEL/PLOCKFD/PLOCKWS/PLOCKRD.
           COPY plocksel.

      * Shop-letterhead config -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
           COPY lettersel.

       COPY fiscfd.

       COPY plockfd.

       COPY letterfd.

       working-storage section.
      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Fiscal-period lock fields -- see PLOCKWS.
       COPY plockws.

      * Shop-letterhead fields.
       COPY letterws.

       01 audit-line            pic x(112).
       01 audit-line-parsed redefines audit-line.
           05 al-date           pic x(8).
           05 filler            pic x(3).
           05 al-time           pic x(8).
           05 filler            pic x(6).
           05 al-pgm            pic x(10).
           05 filler            pic x(5).
           05 al-oper           pic x(8).
           05 filler            pic x(2).
           05 al-detail         pic x(50).
           05 filler            pic x(12).

      * Period-entry fields.
       01 ask-year-in           pic x(4).
       01 run-total             pic 9(5) value zero.
       01 result-total          pic 9(5) value zero.
       01 count-out             pic zz,zz9.

      * Reopens and re-closes stamped by PERIODLK since the last
      * close package; a package run clears the list.
       01 lock-change-count     pic 99 value zero.
       01 lock-change-idx       pic 99.
       01 lock-change-table.
           05 lock-change-entry occurs 20 times.
               10 lc-date       pic x(8).
               10 lc-oper       pic x(8).
               10 lc-detail     pic x(50).
       01 lock-change-over      pic 9(3) value zero.
       01 package-detail.
           05 filler            pic x(16) value "Close package FY".
           05 pd-year           pic x(4).
           05 filler            pic x(2) value " P".
           05 pd-period         pic x(2).
           05 filler            pic x(10) value " produced.".
       01 out-line              pic x(125).

       procedure division.
                  period-end ")"
                  delimited by size into out-line
           perform 190-emit-line
           perform 130-show-period-lock

           perform 120-count-period-runs thru 120-count-exit
           perform 140-list-period-results thru 140-results-exit
           perform 150-list-lock-changes

           if print-report
              perform 199-write-report-trailer
           move "FISCRPT" to audit-trail-pgm
           move "Fiscal period-end summary completed."
                           to audit-trail-detail
           if period-found
              move ask-year-in to pd-year
              move ask-period-in to pd-period
              move package-detail to audit-trail-detail
           end-if
           perform 995-write-audit-trail

           goback.
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

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
              move al-pgm to this-pgm
              perform 124-post-program-count
           end-if
           if al-pgm EQUAL TO "FISCRPT" and
              al-detail(1:13) EQUAL TO "Close package"
              move zero to lock-change-count
              move zero to lock-change-over
           end-if
           if al-pgm EQUAL TO "PERIODLK" and
              (al-detail(1:7) EQUAL TO "REOPEN " or
               al-detail(1:8) EQUAL TO "RECLOSE ")
              perform 126-note-lock-change
           end-if
           perform 121-read-audit-record.

       126-note-lock-change.
           if lock-change-count < 20
              add 1 to lock-change-count
              move lock-change-count to lock-change-idx
              move al-date to lc-date(lock-change-idx)
              move al-oper to lc-oper(lock-change-idx)
              move al-detail to lc-detail(lock-change-idx)
           else
              add 1 to lock-change-over
           end-if.

       124-post-program-count.
           move zero to pgm-pick
           perform 125-test-pgm-entry
                  delimited by size into out-line
           perform 190-emit-line.

      * Where the period stands on PERIODSTAT (see PERIODLK).
       130-show-period-lock.
           move period-start to period-lock-probe-date
           perform 980-check-period-lock
           move spaces to out-line
           if period-lock-pick > zero
              move plt-reopen-count(period-lock-pick) to count-out
              string "PERIOD STATUS: " period-lock-label
                     "  CHANGED " plt-changed-date(period-lock-pick)
                     " BY " plt-changed-by(period-lock-pick)
                     "  REOPENS:" count-out
                     delimited by size into out-line
           else
              string "PERIOD STATUS: " period-lock-label
                     delimited by size into out-line
           end-if
           perform 190-emit-line.

      * The period's headline figures, off the consolidated
      * repository.
       140-list-period-results.
           perform 141-read-repo-record
           end-if.

      * Any period reopened or re-closed since the last close
      * package went out, whichever period it was, so the journal
      * already sent can be squared with the files.
       150-list-lock-changes.
           move spaces to out-line
           string "PERIOD LOCK CHANGES SINCE THE LAST CLOSE PACKAGE:"
                  delimited by size into out-line
           perform 190-emit-line
           if lock-change-count EQUAL TO zero
              move "  NONE" to out-line
              perform 190-emit-line
           end-if
           perform 151-emit-one-change
                   varying lock-change-idx from 1 by 1
                   until lock-change-idx > lock-change-count
           if lock-change-over > zero
              move lock-change-over to count-out
              move spaces to out-line
              string "  ... and" count-out " more on UTILAUDIT."
                     delimited by size into out-line
              perform 190-emit-line
           end-if.

       151-emit-one-change.
           move spaces to out-line
           string "  " lc-date(lock-change-idx) "  "
                  lc-oper(lock-change-idx) "  "
                  lc-detail(lock-change-idx)
                  delimited by size into out-line
           perform 190-emit-line.

      * Shows the line and, when asked, also writes it to the
      * report file, so screen and page stay word for word the same.
       190-emit-line.
