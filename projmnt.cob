      * study that justified the money and the money itself live in   *
      * the same system.                                              *
      *                                                               *
      * The utility rebates and incentives on a project are tracked   *
      * here too, in the REBATE file under the project number --      *
      * program, application, pre-approval, submission, inspection,   *
      * and the check -- with a receivables report of what is still   *
      * owed and how long each application has sat where it is.       *
      * Rebate checks received come off the project's cost on the     *
      * over/under report.                                            *
      *                                                               *
      * Purchase orders are entered as commitments against a project  *
      * in the PROJCOMMIT file when they are cut, and a spend posting *
      * that names its PO relieves the commitment, so the status      *
      * report carries approved, committed, spent, and uncommitted    *
      * money, and a PO that would take committed plus spent past the *
      * approval is flagged before it is cut.  Spend postings and     *
      * purchase orders carry a VENDMAST vendor number, checked on    *
      * entry against the vendor master.                              *
      *                                                               *
      *****************************************************************

       identification division.
                  organization is line sequential
                  file status is afe-status.

      * Utility rebate and incentive applications -- see REBSEL/REBFD.
           COPY rebsel.

      * Purchase-order commitments against the approvals, one line
      * per PO.
           select commit-file assign to "PROJCOMMIT"
                  organization is line sequential
                  file status is commit-status.

      * The vendor master -- see VENDSEL.
           COPY vendsel.

      * Control trailers -- PROJSPEND's trailer is restamped after
      * every posting, for ADD2NUMS's footing proof.  See CTLSEL/
      * CTLFD/CTLWS/CTLWR.
           COPY ctlsel.

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
           05 filler             pic x(4).

       fd  project-spend-file
           record contains 48 characters.
       01 project-spend-record.
           05 ps-number          pic 9(6).
           05 ps-date            pic x(8).
           05 ps-fy              pic x(4).
           05 ps-period         pic x(2).
           05 ps-amount-in       pic x(10).
           05 ps-po              pic x(10).
           05 ps-vendor          pic x(6).
           05 filler             pic x(2).

       fd  study-file
           record contains 60 characters.
           record contains 80 characters.
       01 afe-record            pic x(80).

       COPY rebfd.

       fd  commit-file
           record contains 80 characters.
       01 commit-record.
           05 cm-number          pic 9(6).
           05 cm-po              pic x(10).
           05 cm-vendor          pic x(20).
           05 cm-date            pic x(8).
           05 cm-committed-in    pic x(10).
           05 cm-relieved-in     pic x(10).
           05 cm-oper            pic x(8).
           05 cm-vendor-no       pic x(6).
           05 filler             pic x(2).

       COPY vendfd.

      * The trailer's date is renamed clear of the commitment
      * table's CT-DATE.
       COPY ctlfd REPLACING ==ct-date== BY ==ctl-date==.

       COPY auditfd.

       COPY fiscfd.

       COPY plockfd.

       COPY letterfd.

       working-storage section.
      * Suite-wide audit-trail fields.
       COPY auditws.

      * Control-trailer fields -- see CTLWS.
       COPY ctlws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Fiscal-period lock fields -- see PLOCKWS.
       COPY plockws.

      * Shop-letterhead fields.
       COPY letterws.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Vendor-master lookup fields -- see VENDWS.
       COPY vendws.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
       01 afe-status            pic xx.
       01 out-line              pic x(120).

      * REBATE in storage -- loaded whole and written back whole,
      * the same shape as the register.
       01 rebate-status         pic xx.
       01 rebate-eof-flag       pic x value "N".
           88 rebate-eof               value "Y".
       01 rebate-count          pic 9(3) value zero.
       01 max-rebates           pic 9(3) value 300.
       01 rebate-idx            pic 9(3).
       01 rebate-pick           pic 9(3).
       01 rebate-table.
           05 rebate-entry occurs 300 times.
               10 rt-number      pic 9(6).
               10 rt-tag         pic x(10).
               10 rt-program     pic x(16).
               10 rt-app-date    pic x(8).
               10 rt-preapp-date pic x(8).
               10 rt-preapp      pic 9(7)v99 USAGE COMP.
               10 rt-submit-date pic x(8).
               10 rt-claim       pic 9(7)v99 USAGE COMP.
               10 rt-inspect-date pic x(8).
               10 rt-check-date  pic x(8).
               10 rt-received    pic 9(7)v99 USAGE COMP.
               10 rt-closed      pic x.
               10 rt-oper        pic x(8).

      * PROJCOMMIT in storage -- loaded whole and written back
      * whole.  A commitment is open while relieved is short of
      * committed.
       01 commit-status         pic xx.
       01 commit-eof-flag       pic x value "N".
           88 commit-eof               value "Y".
       01 commit-count          pic 9(3) value zero.
       01 max-commits           pic 9(3) value 500.
       01 commit-idx            pic 9(3).
       01 commit-pick           pic 9(3).
       01 commit-table.
           05 commit-entry occurs 500 times.
               10 ct-number      pic 9(6).
               10 ct-po          pic x(10).
               10 ct-vendor      pic x(20).
               10 ct-date        pic x(8).
               10 ct-committed   pic 9(7)v99 USAGE COMP.
               10 ct-relieved    pic 9(7)v99 USAGE COMP.
               10 ct-oper        pic x(8).
               10 ct-vendor-no   pic x(6).

      * Commitment and status fields.
       01 po-in                 pic x(10).
       01 vendor-in             pic x(20).
       01 vendor-no-in          pic x(8).
       01 vendor-no             pic x(6).
       01 open-commit-total     pic 9(9)v99.
       01 open-commit-amount    pic 9(7)v99.
       01 uncommitted           pic s9(9)v99.
       01 exposure-total        pic 9(9)v99.
       01 relieve-amount        pic 9(7)v99.
       01 flagged-count         pic 9(3).

      * Rebate-maintenance and receivables fields.
       01 program-in            pic x(16).
       01 date-in               pic x(8).
       01 rebate-amount         pic 9(7)v99.
       01 rebate-total          pic 9(9)v99.
       01 net-cost              pic s9(9)v99.
       01 expected-amount       pic 9(7)v99.
       01 outstanding-amount    pic 9(7)v99.
       01 outstanding-total     pic 9(9)v99.
       01 status-name           pic x(12).
       01 status-date           pic x(8).
       01 status-days           pic 9(5).
       01 receivable-count      pic 9(3).
       01 date-num              pic 9(8).
       01 amount-given-flag     pic x.
           88 amount-given             value "Y".

      * Displayed-fields.
       01 approved-out          pic $$,$$$,$$9.99 usage display.
       01 spent-out             pic $$,$$$,$$9.99 usage display.
       01 over-under-out        pic $$,$$$,$$9.99- usage display.
       01 posting-out           pic $$,$$$,$$9.99 usage display.
       01 proj-count-out        pic zz9.
       01 rebate-out            pic $$,$$$,$$9.99 usage display.
       01 owed-out              pic $$,$$$,$$9.99 usage display.
       01 status-days-out       pic zzzz9.
       01 committed-out         pic $$,$$$,$$9.99 usage display.
       01 uncommitted-out       pic $$,$$$,$$9.99- usage display.

       procedure division.
       100-main-para.
           move todays-date to todays-date-out

           perform 110-load-register thru 110-load-exit
           perform 130-load-rebates thru 130-load-exit
           perform 140-load-commitments thru 140-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Control-trailer write and hash fold -- see CTLWR.
       COPY ctlwr REPLACING ==CT-PARA== BY
            ==970-write-control-trailer==
            ==CT-READ-PARA== BY ==971-read-trailer-record==
            ==CT-HOLD-PARA== BY ==972-hold-trailer-record==
            ==CT-REPLACE-PARA== BY ==973-replace-trailer-entry==
            ==CT-WRITE-PARA== BY ==974-write-trailer-entry==
            ==CT-BUILD-PARA== BY ==975-build-trailer-record==
            ==CT-HASH-PARA== BY ==976-fold-hash-record==
            ==CT-FOLD-PARA== BY ==977-fold-one-char==
            ==ct-date== BY ==ctl-date==.

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
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * Vendor-master lookup -- see VENDWS/VENDRD.
       COPY vendrd REPLACING ==VN-FIND-PARA== BY
            ==127-find-vendor==
            ==VN-FIND-EXIT== BY ==127-find-exit==
            ==VN-READ-PARA== BY ==127a-read-vendor-record==
            ==VN-TEST-PARA== BY ==127b-test-vendor-record==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Promote an approved FPGCOMP alternative"
           display " 2 --- Browse the project register"
           display " 3 --- Post actual spend against a project"
           display " 4 --- Project status report by fiscal period"
           display " 5 --- Print an AFE authorization form"
           display " 6 --- Close a project"
           display " 7 --- Rebate and incentive applications"
           display " 8 --- Rebate receivables report"
           display " 9 --- Enter a purchase-order commitment"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
                             500-report-exit
              when "5" perform 600-print-afe thru 600-afe-exit
              when "6" perform 700-close-project thru 700-close-exit
              when "7" perform 800-rebate-maintenance thru
                             800-rebate-exit
              when "8" perform 850-receivables-report thru
                             850-report-exit
              when "9" perform 900-commitment-entry thru
                             900-commit-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 9."
           end-evaluate.

       110-load-register.
           move pt-status(proj-idx) to pj-status
           write project-master-record.

       130-load-rebates.
           move zero to rebate-count
           open input rebate-file
           if rebate-status NOT EQUAL TO "00"
              go to 130-load-exit
           end-if
           move "N" to rebate-eof-flag
           perform 131-read-rebate-record
           perform 132-store-rebate-record until rebate-eof
           close rebate-file.
       130-load-exit.
           exit.

       131-read-rebate-record.
           read rebate-file
              at end move "Y" to rebate-eof-flag
           end-read.

       132-store-rebate-record.
           if rb-number NUMERIC and rebate-count < max-rebates
              add 1 to rebate-count
              move rebate-count to rebate-idx
              move rb-number       to rt-number(rebate-idx)
              move rb-tag          to rt-tag(rebate-idx)
              move rb-program      to rt-program(rebate-idx)
              move rb-app-date     to rt-app-date(rebate-idx)
              move rb-preapp-date  to rt-preapp-date(rebate-idx)
              move rb-submit-date  to rt-submit-date(rebate-idx)
              move rb-inspect-date to rt-inspect-date(rebate-idx)
              move rb-check-date   to rt-check-date(rebate-idx)
              move function lower-case(rb-preapp-in) to rb-preapp-in
              compute rt-preapp(rebate-idx) =
                      function numval(rb-preapp-in)
              move function lower-case(rb-claim-in) to rb-claim-in
              compute rt-claim(rebate-idx) =
                      function numval(rb-claim-in)
              move function lower-case(rb-received-in)
                   to rb-received-in
              compute rt-received(rebate-idx) =
                      function numval(rb-received-in)
              move rb-closed       to rt-closed(rebate-idx)
              move rb-oper         to rt-oper(rebate-idx)
           end-if
           perform 131-read-rebate-record.

       190-save-rebates.
           open output rebate-file
           if rebate-status NOT EQUAL TO "00"
              display "Unable to open REBATE for output."
              go to 190-save-exit
           end-if
           perform 191-write-one-rebate
                   varying rebate-idx from 1 by 1
                   until rebate-idx > rebate-count
           close rebate-file.
       190-save-exit.
           exit.

       191-write-one-rebate.
           move spaces to rebate-record
           move rt-number(rebate-idx)       to rb-number
           move rt-tag(rebate-idx)          to rb-tag
           move rt-program(rebate-idx)      to rb-program
           move rt-app-date(rebate-idx)     to rb-app-date
           move rt-preapp-date(rebate-idx)  to rb-preapp-date
           move rt-submit-date(rebate-idx)  to rb-submit-date
           move rt-inspect-date(rebate-idx) to rb-inspect-date
           move rt-check-date(rebate-idx)   to rb-check-date
           move rt-preapp(rebate-idx) to spend-amount-out
           move spend-amount-out to rb-preapp-in
           move rt-claim(rebate-idx) to spend-amount-out
           move spend-amount-out to rb-claim-in
           move rt-received(rebate-idx) to spend-amount-out
           move spend-amount-out to rb-received-in
           move rt-closed(rebate-idx)       to rb-closed
           move rt-oper(rebate-idx)         to rb-oper
           write rebate-record.

       140-load-commitments.
           move zero to commit-count
           open input commit-file
           if commit-status NOT EQUAL TO "00"
              go to 140-load-exit
           end-if
           move "N" to commit-eof-flag
           perform 141-read-commit-record
           perform 142-store-commit-record until commit-eof
           close commit-file.
       140-load-exit.
           exit.

       141-read-commit-record.
           read commit-file
              at end move "Y" to commit-eof-flag
           end-read.

       142-store-commit-record.
           if cm-number NUMERIC and commit-count < max-commits
              add 1 to commit-count
              move commit-count to commit-idx
              move cm-number to ct-number(commit-idx)
              move cm-po     to ct-po(commit-idx)
              move cm-vendor to ct-vendor(commit-idx)
              move cm-date   to ct-date(commit-idx)
              move function lower-case(cm-committed-in)
                   to cm-committed-in
              compute ct-committed(commit-idx) =
                      function numval(cm-committed-in)
              move function lower-case(cm-relieved-in)
                   to cm-relieved-in
              compute ct-relieved(commit-idx) =
                      function numval(cm-relieved-in)
              move cm-oper   to ct-oper(commit-idx)
              move cm-vendor-no to ct-vendor-no(commit-idx)
           end-if
           perform 141-read-commit-record.

       195-save-commitments.
           open output commit-file
           if commit-status NOT EQUAL TO "00"
              display "Unable to open PROJCOMMIT for output."
              go to 195-save-exit
           end-if
           perform 196-write-one-commitment
                   varying commit-idx from 1 by 1
                   until commit-idx > commit-count
           close commit-file.
       195-save-exit.
           exit.

       196-write-one-commitment.
           move spaces to commit-record
           move ct-number(commit-idx) to cm-number
           move ct-po(commit-idx)     to cm-po
           move ct-vendor(commit-idx) to cm-vendor
           move ct-date(commit-idx)   to cm-date
           move ct-committed(commit-idx) to spend-amount-out
           move spend-amount-out      to cm-committed-in
           move ct-relieved(commit-idx) to spend-amount-out
           move spend-amount-out      to cm-relieved-in
           move ct-oper(commit-idx)   to cm-oper
           move ct-vendor-no(commit-idx) to cm-vendor-no
           write commit-record.

       200-browse-register.
           display spaces
           display "PROJECT  TAG         FY    STAT  APPROVED"
              move proj-idx to proj-pick
           end-if.

      * The vendor number, checked against VENDMAST: it must be on
      * the master and active.  VENDOR-NO comes back blank when the
      * entry is cancelled.
       260-vendor-number-entry.
           move spaces to vendor-no
           display "Vendor number (blank to cancel): "
                   with no advancing
           accept vendor-no-in
           move function lower-case(vendor-no-in) to vendor-no-in
           if vendor-no-in EQUAL TO spaces
              go to 260-vendor-exit
           end-if
           if function test-numval(vendor-no-in) NOT EQUAL TO zero
              display "The vendor number is 1 through 999999."
              go to 260-vendor-number-entry
           end-if
           if function numval(vendor-no-in) < 1 or
              function numval(vendor-no-in) > 999999
              display "The vendor number is 1 through 999999."
              go to 260-vendor-number-entry
           end-if
           compute vn-probe-number = function numval(vendor-no-in)
           perform 127-find-vendor thru 127-find-exit
           if NOT vn-vendor-found
              display "Vendor " vn-probe-number " is not on the"
                      " vendor master -- add it in VENDMNT first."
              go to 260-vendor-number-entry
           end-if
           if NOT vn-active
              display "Vendor " vn-probe-number " "
                      function trim(vn-name)
                      " is inactive."
              go to 260-vendor-number-entry
           end-if
           display "  " vn-name
           move vn-probe-number to vendor-no.
       260-vendor-exit.
           exit.

      * Promotion: pick a saved study off FPGCOMPSTUDY (same
      * pick-list FPGCOMP shows), pick the approved alternative, and
      * register it with the next project number, the investment

      * Spend posting: one PROJSPEND line per posting, stamped with
      * the fiscal year and period the posting date falls in off
      * FISCALCAL, so the status report can cut by period.  A
      * posting against a purchase order relieves that commitment.
       400-post-spend.
           display spaces
           perform 250-project-number-entry thru 250-number-exit
           end-if

           move proj-pick to proj-idx
           if pt-status(proj-idx) EQUAL TO "C" or
              pt-status(proj-idx) EQUAL TO "S"
              display "Project " pt-number(proj-idx)
                      " is closed -- reopen it first."
              go to 400-post-exit
           end-if

      * Spend posts with today's date; a period whose close package
      * is cut (see PERIODLK) takes nothing more.
           move todays-date-stamp(1:8) to period-lock-probe-date
           perform 980-check-period-lock
           if period-before-calendar
              display "That date falls before the fiscal calendar --"
                      " its year is retired and closed."
              go to 400-post-exit
           end-if
           if period-closed
              display "FY" fiscal-year " P" fiscal-period
                      " is closed -- an administrator must reopen it"
                      " in PERIODLK."
              go to 400-post-exit
           end-if
           if period-closing
              display "FY" fiscal-year " P" fiscal-period
                      " is closing -- post anyway? (Y/N): "
                      with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if yes-no NOT EQUAL TO "Y"
                 go to 400-post-exit
              end-if
           end-if

           display "Amount spent ($): " with no advancing
           accept amount-in
           move function lower-case(amount-in) to amount-in
           end-if
           compute spend-amount = function numval(amount-in)

           move pt-number(proj-idx) to report-number
           move zero to commit-pick
           display "PO number it is against (blank if none): "
                   with no advancing
           accept po-in
           move function upper-case(po-in) to po-in
           if po-in NOT EQUAL TO spaces
              perform 906-test-one-commitment
                      varying commit-idx from 1 by 1
                      until commit-idx > commit-count
              if commit-pick EQUAL TO zero
                 display "PO " po-in " is not committed against"
                         " project " pt-number(proj-idx) "."
                 go to 400-post-exit
              end-if
           end-if

      * The vendor is the PO's; a posting with no PO names its own.
           if commit-pick > zero
              move ct-vendor-no(commit-pick) to vendor-no
           end-if
           if commit-pick EQUAL TO zero or vendor-no EQUAL TO spaces
              perform 260-vendor-number-entry thru 260-vendor-exit
              if vendor-no EQUAL TO spaces
                 go to 400-post-exit
              end-if
           end-if

           move todays-date-stamp(1:8) to fiscal-probe-date
           perform AL-FISCAL-FIND

           move fiscal-period to ps-period
           move spend-amount to spend-amount-out
           move spend-amount-out to ps-amount-in
           move po-in to ps-po
           move vendor-no to ps-vendor
           write project-spend-record
           close project-spend-file

      * The invoice relieves its PO up to what is still open on it.
           if commit-pick > zero
              compute relieve-amount = ct-committed(commit-pick) -
                      ct-relieved(commit-pick)
              if spend-amount < relieve-amount
                 move spend-amount to relieve-amount
              end-if
              add relieve-amount to ct-relieved(commit-pick)
              perform 195-save-commitments thru 195-save-exit
              move relieve-amount to committed-out
              display committed-out " relieved on PO " po-in "."
           end-if

           move spend-amount to posting-out
           display posting-out " posted to project "
                   pt-number(proj-idx) " (FY" fiscal-year "P"
                   fiscal-period ")."
           perform 530-project-exposure
           if exposure-total > pt-approved(proj-idx)
              display "*** Committed plus spent now passes the"
                      " approval -- hold further POs. ***"
           end-if

           move "PROJMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Spend " posting-out " posted to project "
                  pt-number(proj-idx)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail
           perform 410-stamp-spend-trailer thru 410-stamp-exit.
       400-post-exit.
           exit.

      * The whole file is counted and folded again and its CTLTRLR
      * line replaced, so the trailer always describes PROJSPEND as
      * last posted.
       410-stamp-spend-trailer.
           move zero to ctl-rec-count
           move zero to ctl-hash-total
           open input project-spend-file
           if projspend-status NOT EQUAL TO "00"
              go to 410-stamp-exit
           end-if
           move "N" to spend-eof-flag
           perform 521-read-spend-record
           perform 411-fold-spend-record until spend-eof
           close project-spend-file
           move "PROJSPEND" to ctl-file-name
           perform 970-write-control-trailer.
       410-stamp-exit.
           exit.

       411-fold-spend-record.
           add 1 to ctl-rec-count
           move spaces to ctl-hash-record
           move project-spend-record to ctl-hash-record
           perform 976-fold-hash-record
           perform 521-read-spend-record.

      * Status: every project with its approved amount, the
      * postings against it listed by fiscal period, its open
      * purchase orders, and the approved, committed, spent, and
      * uncommitted balances -- flagged where committed plus spent
      * passes the approval.
       500-over-under-report.
           if proj-count EQUAL TO zero
              display "No projects on the register."
           end-if

           display spaces
           display "Print the status report to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "CAPITAL PROJECT STATUS" to report-title
              move "PROJPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
           end-if

           move spaces to out-line
           string "CAPITAL PROJECT STATUS REPORT  "
                  todays-date-out
                  delimited by size into out-line
           perform 510-emit-line

           move zero to flagged-count
           perform 520-report-one-project
                   varying proj-idx from 1 by 1
                   until proj-idx > proj-count
           move spaces to out-line
           perform 510-emit-line
           move flagged-count to proj-count-out
           move spaces to out-line
           string proj-count-out " PROJECTS WITH COMMITTED PLUS SPENT"
                  " PAST THE APPROVAL."
                  delimited by size into out-line
           perform 510-emit-line

           if print-report
              perform 199-write-report-trailer
              close project-spend-file
           end-if

           move zero to open-commit-total
           perform 527-report-one-commitment
                   varying commit-idx from 1 by 1
                   until commit-idx > commit-count

           move spent-total to spent-out
           move open-commit-total to committed-out
           compute uncommitted = pt-approved(proj-idx) -
                   open-commit-total - spent-total
           move uncommitted to uncommitted-out
           move spaces to out-line
           string "  SPENT " spent-out "  COMMITTED " committed-out
                  "  UNCOMMITTED " uncommitted-out
                  delimited by size into out-line
           perform 510-emit-line
           if uncommitted < zero
              add 1 to flagged-count
              move spaces to out-line
              string "  *** COMMITTED PLUS SPENT PASSES THE APPROVAL"
                     " -- HOLD FURTHER POs ***"
                     delimited by size into out-line
              perform 510-emit-line
           end-if
           perform 525-report-rebates.

       521-read-spend-record.
           read project-spend-file
           end-if
           perform 521-read-spend-record.

      * An open purchase order on the project, listed with what is
      * still open on it.
       527-report-one-commitment.
           if ct-number(commit-idx) EQUAL TO report-number and
              ct-relieved(commit-idx) < ct-committed(commit-idx)
              compute open-commit-amount = ct-committed(commit-idx) -
                      ct-relieved(commit-idx)
              add open-commit-amount to open-commit-total
              move open-commit-amount to posting-out
              move spaces to out-line
              string "    PO " ct-po(commit-idx) "  "
                     ct-vendor(commit-idx) "  " ct-date(commit-idx)
                     "  OPEN " posting-out
                     delimited by size into out-line
              perform 510-emit-line
           end-if.

      * EXPOSURE-TOTAL out: project PROJ-IDX's spend to date plus
      * its open commitments.
       530-project-exposure.
           move pt-number(proj-idx) to report-number
           move zero to spent-total
           open input project-spend-file
           if projspend-status EQUAL TO "00"
              move "N" to spend-eof-flag
              perform 521-read-spend-record
              perform 531-add-one-posting until spend-eof
              close project-spend-file
           end-if
           move zero to open-commit-total
           perform 532-add-one-commitment
                   varying commit-idx from 1 by 1
                   until commit-idx > commit-count
           compute exposure-total = spent-total + open-commit-total.

       531-add-one-posting.
           if ps-number EQUAL TO report-number
              move function lower-case(ps-amount-in) to ps-amount-in
              compute spend-amount = function numval(ps-amount-in)
              add spend-amount to spent-total
           end-if
           perform 521-read-spend-record.

       532-add-one-commitment.
           if ct-number(commit-idx) EQUAL TO report-number and
              ct-relieved(commit-idx) < ct-committed(commit-idx)
              compute open-commit-amount = ct-committed(commit-idx) -
                      ct-relieved(commit-idx)
              add open-commit-amount to open-commit-total
           end-if.

      * Rebate checks received against the project, and the cost
      * net of them.
       525-report-rebates.
           move zero to rebate-total
           perform 526-add-one-rebate
                   varying rebate-idx from 1 by 1
                   until rebate-idx > rebate-count
           if rebate-total > zero
              compute net-cost = spent-total - rebate-total
              move rebate-total to rebate-out
              move net-cost to over-under-out
              move spaces to out-line
              string "  REBATES RECEIVED " rebate-out
                     "  NET COST " over-under-out
                     delimited by size into out-line
              perform 510-emit-line
           end-if.

       526-add-one-rebate.
           if rt-number(rebate-idx) EQUAL TO report-number and
              rt-closed(rebate-idx) NOT EQUAL TO "D"
              add rt-received(rebate-idx) to rebate-total
           end-if.

      * AFE authorization form -- the letterhead, the project and
      * the study that justified it, the approved amount, and the
      * signature lines, to AFEPRINT for the files.
           end-if

           move proj-pick to proj-idx
           if pt-status(proj-idx) EQUAL TO "S"
              display "Project " pt-number(proj-idx)
                      " is already settled onto the asset register."
              go to 700-close-exit
           end-if
           display "Close project " pt-number(proj-idx) "? (Y/N): "
                   with no advancing
           accept yes-no
           end-if.
       700-close-exit.
           exit.

      * Rebate maintenance: the project's applications are listed,
      * and the one named by its utility program is changed, or a
      * new one opened.  Each milestone is keyed as it happens;
      * blank keeps what is on file.
       800-rebate-maintenance.
           display spaces
           perform 250-project-number-entry thru 250-number-exit
           if proj-not-found
              go to 800-rebate-exit
           end-if
           move proj-pick to proj-idx
           move pt-number(proj-idx) to report-number

           display spaces
           display "Applications for project " pt-number(proj-idx)
                   " (" pt-tag(proj-idx) "):"
           move zero to receivable-count
           perform 805-list-one-application
                   varying rebate-idx from 1 by 1
                   until rebate-idx > rebate-count
           if receivable-count EQUAL TO zero
              display "  none on file."
           end-if

           display "Utility program (blank to cancel): "
                   with no advancing
           accept program-in
           move function upper-case(program-in) to program-in
           if program-in EQUAL TO spaces
              go to 800-rebate-exit
           end-if
           move zero to rebate-pick
           perform 806-test-one-application
                   varying rebate-idx from 1 by 1
                   until rebate-idx > rebate-count
           if rebate-pick EQUAL TO zero
              if rebate-count NOT LESS THAN max-rebates
                 display "REBATE file is full."
                 go to 800-rebate-exit
              end-if
              add 1 to rebate-count
              move rebate-count to rebate-pick
              initialize rebate-entry(rebate-pick)
              move report-number to rt-number(rebate-pick)
              move program-in to rt-program(rebate-pick)
              move todays-date-stamp(1:8)
                   to rt-app-date(rebate-pick)
              display "New application under " program-in "."
           end-if
           move pt-tag(proj-idx) to rt-tag(rebate-pick)

           display "Application date (YYYYMMDD, blank to keep "
                   rt-app-date(rebate-pick) "): " with no advancing
           perform 815-date-entry
           if date-in NOT EQUAL TO spaces
              move date-in to rt-app-date(rebate-pick)
           end-if
           display "Pre-approval date (blank to keep "
                   rt-preapp-date(rebate-pick) "): " with no advancing
           perform 815-date-entry
           if date-in NOT EQUAL TO spaces
              move date-in to rt-preapp-date(rebate-pick)
           end-if
           move rt-preapp(rebate-pick) to rebate-out
           display "Pre-approved amount (blank to keep " rebate-out
                   "): " with no advancing
           perform 816-amount-entry
           if amount-given
              move rebate-amount to rt-preapp(rebate-pick)
           end-if
           display "Submission date (blank to keep "
                   rt-submit-date(rebate-pick) "): " with no advancing
           perform 815-date-entry
           if date-in NOT EQUAL TO spaces
              move date-in to rt-submit-date(rebate-pick)
           end-if
           move rt-claim(rebate-pick) to rebate-out
           display "Amount claimed (blank to keep " rebate-out
                   "): " with no advancing
           perform 816-amount-entry
           if amount-given
              move rebate-amount to rt-claim(rebate-pick)
           end-if
           display "Inspection date (blank to keep "
                   rt-inspect-date(rebate-pick) "): " with no advancing
           perform 815-date-entry
           if date-in NOT EQUAL TO spaces
              move date-in to rt-inspect-date(rebate-pick)
           end-if
           display "Check received date (blank to keep "
                   rt-check-date(rebate-pick) "): " with no advancing
           perform 815-date-entry
           if date-in NOT EQUAL TO spaces
              move date-in to rt-check-date(rebate-pick)
           end-if
           move rt-received(rebate-pick) to rebate-out
           display "Check amount received (blank to keep " rebate-out
                   "): " with no advancing
           perform 816-amount-entry
           if amount-given
              move rebate-amount to rt-received(rebate-pick)
           end-if
           display "Denied or withdrawn? (Y/N, blank to keep): "
                   with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if yes-no EQUAL TO "Y"
              move "D" to rt-closed(rebate-pick)
           end-if
           if yes-no EQUAL TO "N"
              move space to rt-closed(rebate-pick)
           end-if

           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to rt-oper(rebate-pick)
           perform 190-save-rebates thru 190-save-exit

           move rebate-pick to rebate-idx
           perform 860-rebate-standing
           display "Application saved -- " status-name "."

           move "PROJMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Rebate " program-in " on project "
                  pt-number(proj-idx) " now " status-name
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       800-rebate-exit.
           exit.

       805-list-one-application.
           if rt-number(rebate-idx) EQUAL TO report-number
              add 1 to receivable-count
              perform 860-rebate-standing
              move outstanding-amount to owed-out
              display "  " rt-program(rebate-idx) "  "
                      status-name "  owed " owed-out
           end-if.

       806-test-one-application.
           if rt-number(rebate-idx) EQUAL TO report-number and
              rt-program(rebate-idx) EQUAL TO program-in
              move rebate-idx to rebate-pick
           end-if.

      * DATE-IN out: a calendar date keyed YYYYMMDD, or spaces for
      * blank or anything that is not one.
       815-date-entry.
           accept date-in
           if date-in NOT EQUAL TO spaces
              if date-in NOT NUMERIC
                 display "The date is YYYYMMDD -- left as it was."
                 move spaces to date-in
              else
                 move date-in to date-num
                 if function test-date-yyyymmdd(date-num)
                    NOT EQUAL TO zero
                    display "Not a calendar date -- left as it was."
                    move spaces to date-in
                 end-if
              end-if
           end-if.

       816-amount-entry.
           move "N" to amount-given-flag
           accept amount-in
           move function lower-case(amount-in) to amount-in
           if amount-in NOT EQUAL TO spaces
              compute rebate-amount = function numval(amount-in)
              move "Y" to amount-given-flag
           end-if.

      * Receivables: every application with where it stands, the
      * days since it got there, and what the utility still owes.
       850-receivables-report.
           if rebate-count EQUAL TO zero
              display "No rebate applications on file."
              go to 850-report-exit
           end-if

           display spaces
           display "Print the receivables report to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "UTILITY REBATE RECEIVABLES" to report-title
              move "PROJPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "UTILITY REBATE RECEIVABLES  " todays-date-out
                  delimited by size into out-line
           perform 510-emit-line
           move spaces to out-line
           perform 510-emit-line
           move "PROJECT TAG        PROGRAM          STATUS       SINCE"
                & "     DAYS      EXPECTED      RECEIVED   OUTSTANDING"
                to out-line
           perform 510-emit-line

           move zero to outstanding-total
           move zero to rebate-total
           move zero to receivable-count
           perform 855-report-one-application
                   varying rebate-idx from 1 by 1
                   until rebate-idx > rebate-count

           move spaces to out-line
           perform 510-emit-line
           move rebate-total to rebate-out
           move outstanding-total to owed-out
           move receivable-count to proj-count-out
           move spaces to out-line
           string "RECEIVED " rebate-out "   OUTSTANDING " owed-out
                  " ON " proj-count-out " OPEN APPLICATIONS"
                  delimited by size into out-line
           perform 510-emit-line

           if print-report
              move outstanding-total to pg-money-total
              perform 199-write-report-trailer
              close report-file
              display "Report written to PROJPRINT."
           end-if.
       850-report-exit.
           exit.

       855-report-one-application.
           perform 860-rebate-standing
           if outstanding-amount > zero
              add 1 to receivable-count
           end-if
           add outstanding-amount to outstanding-total
           if rt-closed(rebate-idx) NOT EQUAL TO "D"
              add rt-received(rebate-idx) to rebate-total
           end-if
           move spaces to out-line
           move rt-number(rebate-idx) to out-line(1:6)
           move rt-tag(rebate-idx) to out-line(9:10)
           move rt-program(rebate-idx) to out-line(20:16)
           move status-name to out-line(37:12)
           move status-date to out-line(50:8)
           if status-date NUMERIC
              move status-days to status-days-out
              move status-days-out to out-line(59:5)
           end-if
           move expected-amount to rebate-out
           move rebate-out to out-line(65:13)
           move rt-received(rebate-idx) to rebate-out
           move rebate-out to out-line(79:13)
           move outstanding-amount to owed-out
           move owed-out to out-line(93:13)
           perform 510-emit-line.

      * Where application REBATE-IDX stands: the latest milestone
      * reached and its date, the days since, the amount expected
      * (the claim once submitted, else the pre-approval), and what
      * is still outstanding.  Denied or withdrawn owes nothing.
       860-rebate-standing.
           move rt-app-date(rebate-idx) to status-date
           move "APPLIED" to status-name
           if rt-preapp-date(rebate-idx) NOT EQUAL TO spaces
              move rt-preapp-date(rebate-idx) to status-date
              move "PRE-APPROVED" to status-name
           end-if
           if rt-submit-date(rebate-idx) NOT EQUAL TO spaces
              move rt-submit-date(rebate-idx) to status-date
              move "SUBMITTED" to status-name
           end-if
           if rt-inspect-date(rebate-idx) NOT EQUAL TO spaces
              move rt-inspect-date(rebate-idx) to status-date
              move "INSPECTED" to status-name
           end-if

           move rt-preapp(rebate-idx) to expected-amount
           if rt-claim(rebate-idx) > zero
              move rt-claim(rebate-idx) to expected-amount
           end-if
           move zero to outstanding-amount
           if rt-received(rebate-idx) < expected-amount
              compute outstanding-amount =
                      expected-amount - rt-received(rebate-idx)
           end-if

           if rt-check-date(rebate-idx) NOT EQUAL TO spaces
              move rt-check-date(rebate-idx) to status-date
              if outstanding-amount > zero
                 move "SHORT-PAID" to status-name
              else
                 move "PAID" to status-name
              end-if
           end-if
           if rt-closed(rebate-idx) EQUAL TO "D"
              move "DENIED" to status-name
              move zero to outstanding-amount
           end-if

           move zero to status-days
           if status-date NUMERIC
              move status-date to date-num
              if function test-date-yyyymmdd(date-num) EQUAL TO zero
                 and date-num NOT GREATER THAN todays-date
                 compute status-days =
                         function integer-of-date(todays-date) -
                         function integer-of-date(date-num)
              end-if
           end-if.

      * Commitment entry: a purchase order against an open project.
      * Before it is written, the project's committed plus spent
      * with this PO is held against the approval, and a PO that
      * would pass it is flagged and cut only on confirmation.
       900-commitment-entry.
           display spaces
           perform 250-project-number-entry thru 250-number-exit
           if proj-not-found
              go to 900-commit-exit
           end-if
           move proj-pick to proj-idx
           if pt-status(proj-idx) EQUAL TO "C" or
              pt-status(proj-idx) EQUAL TO "S"
              display "Project " pt-number(proj-idx)
                      " is closed -- reopen it first."
              go to 900-commit-exit
           end-if
           move pt-number(proj-idx) to report-number

           display "PO number (blank to cancel): " with no advancing
           accept po-in
           move function upper-case(po-in) to po-in
           if po-in EQUAL TO spaces
              go to 900-commit-exit
           end-if
           move zero to commit-pick
           perform 906-test-one-commitment
                   varying commit-idx from 1 by 1
                   until commit-idx > commit-count
           if commit-pick > zero
              display "PO " po-in " is already committed against"
                      " this project."
              go to 900-commit-exit
           end-if
           if commit-count NOT LESS THAN max-commits
              display "PROJCOMMIT file is full."
              go to 900-commit-exit
           end-if

           perform 260-vendor-number-entry thru 260-vendor-exit
           if vendor-no EQUAL TO spaces
              go to 900-commit-exit
           end-if
           move vn-name to vendor-in
           display "PO date (YYYYMMDD, blank for today): "
                   with no advancing
           perform 815-date-entry
           if date-in EQUAL TO spaces
              move todays-date-stamp(1:8) to date-in
           end-if
           display "Committed amount ($): " with no advancing
           perform 816-amount-entry
           if NOT amount-given or rebate-amount EQUAL TO zero
              go to 900-commit-exit
           end-if

           perform 530-project-exposure
           add rebate-amount to exposure-total
           if exposure-total > pt-approved(proj-idx)
              compute uncommitted = pt-approved(proj-idx) -
                      exposure-total
              move uncommitted to uncommitted-out
              move pt-approved(proj-idx) to approved-out
              display "*** With this PO, committed plus spent passes"
                      " the " approved-out " approval by "
                      uncommitted-out " ***"
              display "Cut the PO anyway? (Y/N): " with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 900-commit-exit
              end-if
           end-if

           add 1 to commit-count
           move commit-count to commit-idx
           move pt-number(proj-idx) to ct-number(commit-idx)
           move po-in     to ct-po(commit-idx)
           move vendor-in to ct-vendor(commit-idx)
           move vendor-no to ct-vendor-no(commit-idx)
           move date-in   to ct-date(commit-idx)
           move rebate-amount to ct-committed(commit-idx)
           move zero      to ct-relieved(commit-idx)
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to ct-oper(commit-idx)
           perform 195-save-commitments thru 195-save-exit

           move rebate-amount to committed-out
           display "PO " po-in " for " committed-out
                   " committed against project " pt-number(proj-idx)
                   "."
           move "PROJMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "PO " po-in " " committed-out " committed to "
                  "project " pt-number(proj-idx)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       900-commit-exit.
           exit.

       906-test-one-commitment.
           if ct-number(commit-idx) EQUAL TO report-number and
              ct-po(commit-idx) EQUAL TO po-in
              move commit-idx to commit-pick
           end-if.

