      *****************************************************************
      * COST-OF-DELAY REPORT                                          *
      *                                                               *
      * What deferring the capital list is costing us.  Every         *
      * alternative with a positive net present worth -- on the       *
      * FPGCOMPSKED schedule or in the latest revision of a saved     *
      * FPGCOMPSTUDY study -- that has no PROJMAST project behind it  *
      * is a recommendation still waiting for funding.  For each one  *
      * the RESULTREPO history of its tag gives the date the saving   *
      * was first posted (how long it has been waiting) and the most  *
      * recent annual saving (SAV$=, ECON$= or PEN$=), prorated by    *
      * month into the cost of each month's wait and the savings      *
      * lost to date.  The list is ranked by monthly cost of waiting  *
      * with a subtotal per ASSETHIER plant, for the capital          *
      * committee.  Alternatives with no saving on file are listed    *
      * after the ranking so they are not silently dropped.           *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   delayrpt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * FPGCOMP's alternative schedule -- the calculator hand-offs.
           select schedule-file assign to "FPGCOMPSKED"
                  organization is line sequential
                  file status is schedule-status.

      * FPGCOMP's saved-study file.
           select study-file assign to "FPGCOMPSTUDY"
                  organization is line sequential
                  file status is study-status.

      * The capital project register -- PROJMNT's layout.
           select project-master-file assign to "PROJMAST"
                  organization is line sequential
                  file status is projmast-status.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Plant/system/equipment hierarchy -- see HIERSEL/HIERFD/
      * HIERWS/HIERRD.
           COPY hiersel.

           select report-file assign to "DELAYPRINT"
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
       fd  schedule-file
           record contains 48 characters.
       01 schedule-record.
           05 sked-name          pic x(15).
           05 sked-type-in       pic x.
           05 sked-cashflow-in   pic x(8).
           05 sked-interest-in   pic x(5).
           05 sked-term-in       pic xx.
           05 sked-invest-in     pic x(8).
           05 filler             pic x(1).
           05 sked-measure       pic x(8).

       fd  study-file
           record contains 60 characters.
       01 study-header-rec.
           05 sh-marker          pic x(7).
           05 sh-name            pic x(20).
           05 filler             pic x(33).
       01 study-alt-rec.
           05 sa-name            pic x(15).
           05 sa-type-in         pic x.
           05 sa-cashflow-in     pic x(10).
           05 sa-interest-in     pic x(5).
           05 sa-term-in         pic xx.
           05 sa-invest-in       pic x(10).
           05 sa-measure         pic x(8).
           05 filler             pic x(9).

       fd  project-master-file
           record contains 70 characters.
       01 project-master-record.
           05 pj-number          pic 9(6).
           05 pj-tag             pic x(10).
           05 pj-study           pic x(20).
           05 pj-alt-name        pic x(15).
           05 pj-approved-in     pic x(10).
           05 pj-fy              pic x(4).
           05 pj-status          pic x.
           05 filler             pic x(4).

       COPY resrepfd.

       COPY hierfd.

       fd  report-file
           record contains 120 characters.
       01 report-record         pic x(120).

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

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * ASSETHIER lookup fields -- see HIERWS.
       COPY hierws.

       01 schedule-status       pic xx.
       01 study-status          pic xx.
       01 projmast-status       pic xx.
       01 file-eof-flag         pic x value "N".
           88 file-eof                 value "Y".
       01 repo-eof-flag         pic x value "N".
           88 repo-eof                 value "Y".
       01 study-marker-const    pic x(7) value "=STUDY=".
       01 current-study         pic x(20) value spaces.

      * The date the wait is measured to -- today unless the
      * committee asks for a month-end figure.
       01 as-of-in              pic x(8).
       01 as-of-date            pic x(8).
       01 as-of-parts.
           05 as-of-yyyy        pic 9(4).
           05 as-of-mm          pic 99.
           05 as-of-dd          pic 99.
       01 since-parts.
           05 since-yyyy        pic 9(4).
           05 since-mm          pic 99.
           05 since-dd          pic 99.
       01 month-span            pic s9(6).

      * One row per alternative read -- CD-ORIGIN "K" for the
      * schedule, "S" for a study (CD-SOURCE its name).  A later
      * revision of a study drops the rows of the earlier one.
       01 cand-count            pic 9(3) value zero.
       01 max-cands             pic 9(3) value 300.
       01 cand-idx              pic 9(3).
       01 cand-table.
           05 cand-entry occurs 300 times.
               10 cd-origin      pic x.
               10 cd-live        pic x.
               10 cd-source      pic x(20).
               10 cd-name        pic x(15).
               10 cd-type        pic x.
               10 cd-cashflow    pic s9(9)v99 USAGE COMP.
               10 cd-interest    pic 9v9(6) USAGE COMP.
               10 cd-term        pic 99 USAGE COMP.
               10 cd-invest      pic s9(9)v99 USAGE COMP.

      * Names and tags already carried by a PROJMAST project, in any
      * status -- those were funded, whatever became of them since.
       01 funded-count          pic 9(3) value zero.
       01 funded-idx            pic 9(3).
       01 funded-table.
           05 funded-entry occurs 300 times.
               10 fd-alt-name    pic x(15).
               10 fd-tag         pic x(10).
       01 funded-flag           pic x.
           88 is-funded                value "Y".

      * One row per distinct alternative still waiting, the best
      * net present worth standing where a name is in more than one
      * place.
       01 pend-count            pic 9(3) value zero.
       01 max-pends             pic 9(3) value 200.
       01 pend-idx              pic 9(3).
       01 pend-jdx              pic 9(3).
       01 pend-pick             pic 9(3) value zero.
           88 pend-not-found           value zero.
       01 pend-table.
           05 pend-entry occurs 200 times.
               10 pd-name        pic x(15).
               10 pd-tag         pic x(10).
               10 pd-source      pic x(20).
               10 pd-npv         pic s9(9)v99 USAGE COMP.
               10 pd-plant       pic x(4).
               10 pd-since       pic x(8).
               10 pd-annual      pic 9(9)v99 USAGE COMP.
               10 pd-months      pic 9(4) USAGE COMP.
               10 pd-monthly     pic 9(9)v99 USAGE COMP.
               10 pd-lost        pic 9(11)v99 USAGE COMP.
       01 pend-swap.
           05 ps-name            pic x(15).
           05 ps-tag             pic x(10).
           05 ps-source          pic x(20).
           05 ps-npv             pic s9(9)v99 USAGE COMP.
           05 ps-plant           pic x(4).
           05 ps-since           pic x(8).
           05 ps-annual          pic 9(9)v99 USAGE COMP.
           05 ps-months          pic 9(4) USAGE COMP.
           05 ps-monthly         pic 9(9)v99 USAGE COMP.
           05 ps-lost            pic 9(11)v99 USAGE COMP.

      * Plant subtotals, ranked the same way as the detail.
       01 plant-count           pic 99 value zero.
       01 plant-idx             pic 99.
       01 plant-jdx             pic 99.
       01 plant-pick            pic 99 value zero.
           88 plant-not-found          value zero.
       01 plant-table.
           05 plant-entry occurs 50 times.
               10 pl-plant       pic x(4).
               10 pl-items       pic 9(3) USAGE COMP.
               10 pl-monthly     pic 9(9)v99 USAGE COMP.
               10 pl-lost        pic 9(11)v99 USAGE COMP.
       01 plant-swap.
           05 pls-plant          pic x(4).
           05 pls-items          pic 9(3) USAGE COMP.
           05 pls-monthly        pic 9(9)v99 USAGE COMP.
           05 pls-lost           pic 9(11)v99 USAGE COMP.

      * Net-present-worth work -- FPGCOMP's formulas for the two
      * benefit types.
       01 calc-name             pic x(15).
       01 calc-source           pic x(20).
       01 calc-npv              pic s9(9)v99.
       01 one-plus-rate         pic 9v9(6).
       01 growth-factor         pic 9(7)v9(8).
       01 annuity-factor        pic 9(5)v9(8).
       01 numeric-in            pic x(10).

       01 sav-scan-lead         pic x(30).
       01 sav-scan-value        pic x(30).
       01 sav-scan-amount       pic x(30).
       01 marker-code           pic x.
       01 scan-amount           pic 9(9)v99.
       01 probe-tag             pic x(10).

       01 ranked-count          pic 9(3) value zero.
       01 nofigure-count        pic 9(3) value zero.
       01 total-monthly         pic 9(9)v99 value zero.
       01 total-lost            pic 9(11)v99 value zero.

      * Displayed-fields.
       01 rank-out              pic zz9.
       01 count-out             pic zz9.
       01 months-out            pic zzz9.
       01 annual-out            pic $$,$$$,$$9.99 usage display.
       01 monthly-out           pic $$,$$$,$$9.99 usage display.
       01 lost-out              pic $$$,$$$,$$9.99 usage display.
       01 npv-out               pic $$$,$$$,$$9.99- usage display.
       01 since-out             pic x(10).
       01 as-of-out             pic x(10).
       01 out-line              pic x(120).

       procedure division.
       100-main-para.
           display spaces
           display "***** COST-OF-DELAY REPORT BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

      * CAPMENU calls this as a subprogram, so the tables start
      * clean on every run.
           move zero to cand-count funded-count pend-count plant-count
           move zero to ranked-count nofigure-count
           move zero to total-monthly total-lost

           move todays-date-out to as-of-date
           display spaces
           display "Measure the wait to (YYYYMMDD, blank for "
                   as-of-date "): " with no advancing
           accept as-of-in
           if as-of-in NOT EQUAL TO spaces
              if as-of-in NUMERIC
                 move as-of-in to as-of-date
              else
                 display "Not a date -- using " as-of-date "."
              end-if
           end-if
           move as-of-date to as-of-parts
           move spaces to as-of-out
           string as-of-date(1:4) "-" as-of-date(5:2) "-"
                  as-of-date(7:2) delimited by size into as-of-out

           perform 110-load-schedule thru 110-schedule-exit
           perform 120-load-studies thru 120-studies-exit
           perform 130-load-projects thru 130-projects-exit
           perform 140-build-pending
                   varying cand-idx from 1 by 1
                   until cand-idx > cand-count

           if pend-count EQUAL TO zero
              display spaces
              display "No recommended alternative is waiting for"
              display "funding -- nothing to report."
              go to 999-end-program
           end-if

           perform 150-scan-repository thru 150-scan-exit
           perform 160-age-one-pending
                   varying pend-idx from 1 by 1
                   until pend-idx > pend-count
           perform 170-rank-outer-pass
                   varying pend-idx from 1 by 1
                   until pend-idx >= pend-count
           perform 175-post-plant
                   varying pend-idx from 1 by 1
                   until pend-idx > pend-count
           perform 177-rank-plant-outer
                   varying plant-idx from 1 by 1
                   until plant-idx >= plant-count

           perform 180-print-delay thru 180-print-exit
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** COST-OF-DELAY REPORT ENDS *****"
           display spaces

           move "DELAYRPT" to audit-trail-pgm
           move total-monthly to monthly-out
           move spaces to audit-trail-detail
           string "Cost of delay: " ranked-count " at "
                  monthly-out " a month."
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

      * ASSETHIER load and tag lookup -- see HIERRD.
       COPY hierrd REPLACING ==HI-LOAD-PARA== BY
            ==137-load-hierarchy==
            ==HI-LOAD-EXIT== BY ==137-load-exit==
            ==HI-READ-PARA== BY ==137a-read-hier-record==
            ==HI-STORE-PARA== BY ==137b-store-hier-record==
            ==HI-FIND-PARA== BY ==138-find-tag==
            ==HI-TEST-PARA== BY ==138a-test-tag==.

      * The schedule -- each line is one alternative, the equipment
      * tag in its name when a calculator handed it off.
       110-load-schedule.
           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              display "No FPGCOMPSKED schedule on file."
              go to 110-schedule-exit
           end-if
           move "N" to file-eof-flag
           perform 111-read-schedule-record
           perform 112-store-schedule-record until file-eof
           close schedule-file.
       110-schedule-exit.
           exit.

       111-read-schedule-record.
           read schedule-file
              at end move "Y" to file-eof-flag
           end-read.

       112-store-schedule-record.
           if sked-name NOT EQUAL TO spaces and
              cand-count < max-cands
              add 1 to cand-count
              move cand-count to cand-idx
              move "K" to cd-origin(cand-idx)
              move "Y" to cd-live(cand-idx)
              move "FPGCOMPSKED" to cd-source(cand-idx)
              move function upper-case(sked-name) to cd-name(cand-idx)
              move function upper-case(sked-type-in)
                   to cd-type(cand-idx)
              move sked-cashflow-in to numeric-in
              perform 119-take-numeric
              move scan-amount to cd-cashflow(cand-idx)
              move sked-interest-in to numeric-in
              perform 119-take-numeric
              compute cd-interest(cand-idx) = scan-amount / 100
              move sked-term-in to numeric-in
              perform 119-take-numeric
              move scan-amount to cd-term(cand-idx)
              move sked-invest-in to numeric-in
              perform 119-take-numeric
              move scan-amount to cd-invest(cand-idx)
           end-if
           perform 111-read-schedule-record.

      * A blank or unreadable figure counts as zero.
       119-take-numeric.
           move function lower-case(numeric-in) to numeric-in
           move zero to scan-amount
           if numeric-in NOT EQUAL TO spaces
              if function test-numval(numeric-in) EQUAL TO zero
                 compute scan-amount = function numval(numeric-in)
              end-if
           end-if.

      * Saved studies -- a save appends a new revision, so a header
      * for a study already read drops the earlier revision's rows.
       120-load-studies.
           open input study-file
           if study-status NOT EQUAL TO "00"
              go to 120-studies-exit
           end-if
           move "N" to file-eof-flag
           move spaces to current-study
           perform 121-read-study-record
           perform 122-store-study-record until file-eof
           close study-file.
       120-studies-exit.
           exit.

       121-read-study-record.
           read study-file
              at end move "Y" to file-eof-flag
           end-read.

       122-store-study-record.
           if sh-marker EQUAL TO study-marker-const
              move function upper-case(sh-name) to current-study
              perform 123-drop-old-revision
                      varying cand-idx from 1 by 1
                      until cand-idx > cand-count
           else
              if sa-name NOT EQUAL TO spaces and
                 current-study NOT EQUAL TO spaces and
                 cand-count < max-cands
                 add 1 to cand-count
                 move cand-count to cand-idx
                 move "S" to cd-origin(cand-idx)
                 move "Y" to cd-live(cand-idx)
                 move current-study to cd-source(cand-idx)
                 move function upper-case(sa-name) to cd-name(cand-idx)
                 move function upper-case(sa-type-in)
                      to cd-type(cand-idx)
                 move sa-cashflow-in to numeric-in
                 perform 119-take-numeric
                 move scan-amount to cd-cashflow(cand-idx)
                 move sa-interest-in to numeric-in
                 perform 119-take-numeric
                 compute cd-interest(cand-idx) = scan-amount / 100
                 move sa-term-in to numeric-in
                 perform 119-take-numeric
                 move scan-amount to cd-term(cand-idx)
                 move sa-invest-in to numeric-in
                 perform 119-take-numeric
                 move scan-amount to cd-invest(cand-idx)
              end-if
           end-if
           perform 121-read-study-record.

       123-drop-old-revision.
           if cd-origin(cand-idx) EQUAL TO "S" and
              cd-source(cand-idx) EQUAL TO current-study
              move "N" to cd-live(cand-idx)
           end-if.

      * Every project on the register, open or not.
       130-load-projects.
           open input project-master-file
           if projmast-status NOT EQUAL TO "00"
              go to 130-projects-exit
           end-if
           move "N" to file-eof-flag
           perform 131-read-project-record
           perform 132-store-project-record until file-eof
           close project-master-file.
       130-projects-exit.
           exit.

       131-read-project-record.
           read project-master-file
              at end move "Y" to file-eof-flag
           end-read.

       132-store-project-record.
           if pj-number NUMERIC and funded-count < 300
              add 1 to funded-count
              move function upper-case(pj-alt-name)
                   to fd-alt-name(funded-count)
              move function upper-case(pj-tag) to fd-tag(funded-count)
           end-if
           perform 131-read-project-record.

      * A live alternative with a positive net present worth and no
      * project behind it joins the waiting list.
       140-build-pending.
           if cd-live(cand-idx) EQUAL TO "Y"
              perform 141-net-present-worth
              if calc-npv > zero
                 move "N" to funded-flag
                 perform 143-test-funded
                         varying funded-idx from 1 by 1
                         until funded-idx > funded-count or is-funded
                 if NOT is-funded
                    perform 144-post-pending
                 end-if
              end-if
           end-if.

      * Type A -- a level annual saving over the term; type F -- a
      * single saving at the end of it.  The cost types (L, V, B)
      * never show a positive worth on their own.
       141-net-present-worth.
           move zero to calc-npv
           move cd-name(cand-idx) to calc-name
           move cd-source(cand-idx) to calc-source
           if cd-term(cand-idx) EQUAL TO zero
              move zero to calc-npv
           else
              compute one-plus-rate = 1 + cd-interest(cand-idx)
              compute growth-factor rounded =
                      one-plus-rate ** cd-term(cand-idx)
              evaluate cd-type(cand-idx)
                 when "A"
                    if cd-interest(cand-idx) EQUAL TO zero
                       move cd-term(cand-idx) to annuity-factor
                    else
                       compute annuity-factor rounded =
                               (growth-factor - 1) /
                               (cd-interest(cand-idx) * growth-factor)
                    end-if
                    compute calc-npv rounded =
                            cd-cashflow(cand-idx) * annuity-factor
                            - cd-invest(cand-idx)
                 when "F"
                    compute calc-npv rounded =
                            cd-cashflow(cand-idx) / growth-factor
                            - cd-invest(cand-idx)
                 when other
                    move zero to calc-npv
              end-evaluate
           end-if.

       143-test-funded.
           if fd-alt-name(funded-idx) EQUAL TO cd-name(cand-idx) or
              fd-tag(funded-idx) EQUAL TO cd-name(cand-idx)(1:10)
              move "Y" to funded-flag
           end-if.

       144-post-pending.
           move zero to pend-pick
           perform 145-test-pending
                   varying pend-idx from 1 by 1
                   until pend-idx > pend-count
           if pend-not-found
              if pend-count < max-pends
                 add 1 to pend-count
                 move pend-count to pend-pick
                 move calc-name to pd-name(pend-pick)
                 move calc-name(1:10) to pd-tag(pend-pick)
                 move calc-source to pd-source(pend-pick)
                 move calc-npv to pd-npv(pend-pick)
                 move "----" to pd-plant(pend-pick)
                 move spaces to pd-since(pend-pick)
                 move zero to pd-annual(pend-pick)
                 move zero to pd-months(pend-pick)
                 move zero to pd-monthly(pend-pick)
                 move zero to pd-lost(pend-pick)
              end-if
           else
              if calc-npv > pd-npv(pend-pick)
                 move calc-source to pd-source(pend-pick)
                 move calc-npv to pd-npv(pend-pick)
              end-if
           end-if.

       145-test-pending.
           if pd-name(pend-idx) EQUAL TO calc-name
              move pend-idx to pend-pick
           end-if.

      * One pass down the date key: the first saving posted for a
      * waiting tag starts its clock, the latest one prices it.
      * Postings after the as-of date are left out.
       150-scan-repository.
           open input results-repo-file
           if results-repo-status NOT EQUAL TO "00"
              display "No RESULTREPO repository on file."
              go to 150-scan-exit
           end-if
           move "N" to repo-eof-flag
           move low-values to rr-key
           start results-repo-file key NOT LESS THAN rr-key
              invalid key move "Y" to repo-eof-flag
           end-start
           perform 151-read-repo-record
           perform 152-post-repo-record until repo-eof
           close results-repo-file.
       150-scan-exit.
           exit.

       151-read-repo-record.
           if NOT repo-eof
              read results-repo-file next record
                 at end move "Y" to repo-eof-flag
              end-read
           end-if
           if NOT repo-eof and rr-date > as-of-date
              move "Y" to repo-eof-flag
           end-if.

       152-post-repo-record.
           if rr-tag NOT EQUAL TO spaces
              move "S" to marker-code
              perform 153-scan-result
              if sav-scan-value EQUAL TO spaces
                 move "E" to marker-code
                 perform 153-scan-result
              end-if
              if sav-scan-value EQUAL TO spaces
                 move "P" to marker-code
                 perform 153-scan-result
              end-if
              if sav-scan-value NOT EQUAL TO spaces
                 move spaces to sav-scan-amount
                 unstring sav-scan-value delimited by all spaces
                          into sav-scan-amount
                 end-unstring
                 move sav-scan-amount(1:10) to numeric-in
                 perform 119-take-numeric
                 perform 154-post-saving
              end-if
           end-if
           perform 151-read-repo-record.

      * MARKER-CODE names the figure looked for -- S for SAV$=, E
      * for ECON$=, P for PEN$= -- and the text after it comes back
      * in SAV-SCAN-VALUE, blank when it is not there.
       153-scan-result.
           move spaces to sav-scan-lead
           move spaces to sav-scan-value
           evaluate marker-code
              when "S"
                 unstring rr-result delimited by "SAV$="
                          into sav-scan-lead sav-scan-value
                 end-unstring
              when "E"
                 unstring rr-result delimited by "ECON$="
                          into sav-scan-lead sav-scan-value
                 end-unstring
              when "P"
                 unstring rr-result delimited by "PEN$="
                          into sav-scan-lead sav-scan-value
                 end-unstring
           end-evaluate.

       154-post-saving.
           move function upper-case(rr-tag) to probe-tag
           perform 155-test-pending-tag
                   varying pend-idx from 1 by 1
                   until pend-idx > pend-count.

       155-test-pending-tag.
           if pd-tag(pend-idx) EQUAL TO probe-tag
              if pd-since(pend-idx) EQUAL TO spaces
                 move rr-date to pd-since(pend-idx)
              end-if
              move scan-amount to pd-annual(pend-idx)
           end-if.

      * Whole months waited -- a month not yet complete does not
      * count -- and the saving each one forgoes.
       160-age-one-pending.
           move pd-tag(pend-idx) to hi-probe-tag
           perform 138-find-tag
           if hi-tag-found and hi-plant NOT EQUAL TO spaces
              move hi-plant to pd-plant(pend-idx)
           end-if
           if pd-since(pend-idx) NOT EQUAL TO spaces
              move pd-since(pend-idx) to since-parts
              compute month-span =
                      (as-of-yyyy * 12 + as-of-mm) -
                      (since-yyyy * 12 + since-mm)
              if as-of-dd < since-dd
                 subtract 1 from month-span
              end-if
              if month-span < zero
                 move zero to month-span
              end-if
              move month-span to pd-months(pend-idx)
              compute pd-monthly(pend-idx) rounded =
                      pd-annual(pend-idx) / 12
              compute pd-lost(pend-idx) =
                      pd-monthly(pend-idx) * pd-months(pend-idx)
           end-if.

      * Highest monthly cost first.
       170-rank-outer-pass.
           perform 171-rank-inner-pass
                   varying pend-jdx from 1 by 1
                   until pend-jdx > pend-count - pend-idx.

       171-rank-inner-pass.
           if pd-monthly(pend-jdx) < pd-monthly(pend-jdx + 1)
              move pend-entry(pend-jdx) to pend-swap
              move pend-entry(pend-jdx + 1) to pend-entry(pend-jdx)
              move pend-swap to pend-entry(pend-jdx + 1)
           end-if.

       175-post-plant.
           if pd-since(pend-idx) NOT EQUAL TO spaces
              move zero to plant-pick
              perform 176-test-plant
                      varying plant-idx from 1 by 1
                      until plant-idx > plant-count
              if plant-not-found and plant-count < 50
                 add 1 to plant-count
                 move plant-count to plant-pick
                 move pd-plant(pend-idx) to pl-plant(plant-pick)
                 move zero to pl-items(plant-pick)
                 move zero to pl-monthly(plant-pick)
                 move zero to pl-lost(plant-pick)
              end-if
              if NOT plant-not-found
                 add 1 to pl-items(plant-pick)
                 add pd-monthly(pend-idx) to pl-monthly(plant-pick)
                 add pd-lost(pend-idx) to pl-lost(plant-pick)
              end-if
           end-if.

       176-test-plant.
           if pl-plant(plant-idx) EQUAL TO pd-plant(pend-idx)
              move plant-idx to plant-pick
           end-if.

       177-rank-plant-outer.
           perform 178-rank-plant-inner
                   varying plant-jdx from 1 by 1
                   until plant-jdx > plant-count - plant-idx.

       178-rank-plant-inner.
           if pl-monthly(plant-jdx) < pl-monthly(plant-jdx + 1)
              move plant-entry(plant-jdx) to plant-swap
              move plant-entry(plant-jdx + 1)
                   to plant-entry(plant-jdx)
              move plant-swap to plant-entry(plant-jdx + 1)
           end-if.

       180-print-delay.
           display spaces
           display "Print the cost-of-delay report to a report file?"
                   " (Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "COST OF DELAY -- UNFUNDED PROJECTS"
                   to report-title
              move "DELAYPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "COST OF DELAY  recommended alternatives awaiting"
                  " funding, measured to " as-of-out
                  delimited by size into out-line
           perform 190-emit-line
           move spaces to out-line
           perform 190-emit-line
           move spaces to out-line
           string "RNK ALTERNATIVE     SOURCE               PLNT "
                  "SINCE       MOS ANNUAL SAVING  MONTHLY COST "
                  "  LOST TO DATE NET PRES WORTH"
                  delimited by size into out-line
           perform 190-emit-line

           perform 181-report-one-pending
                   varying pend-idx from 1 by 1
                   until pend-idx > pend-count

           move spaces to out-line
           perform 190-emit-line
           move spaces to out-line
           string "PLANT SUBTOTALS" delimited by size into out-line
           perform 190-emit-line
           perform 183-report-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           move ranked-count to count-out
           move total-monthly to monthly-out
           move total-lost to lost-out
           move spaces to out-line
           string "ALL PLANTS " count-out " waiting      "
                  monthly-out " a month  " lost-out " lost to date"
                  delimited by size into out-line
           perform 190-emit-line

           if nofigure-count > zero
              move spaces to out-line
              perform 190-emit-line
              move spaces to out-line
              string "NO SAVING ON FILE IN RESULTREPO -- NOT RANKED"
                     delimited by size into out-line
              perform 190-emit-line
              perform 185-report-no-figure
                      varying pend-idx from 1 by 1
                      until pend-idx > pend-count
           end-if

           if print-report
              move total-lost to pg-money-total
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to DELAYPRINT."
           end-if.
       180-print-exit.
           exit.

       181-report-one-pending.
           if pd-since(pend-idx) NOT EQUAL TO spaces
              add 1 to ranked-count
              add pd-monthly(pend-idx) to total-monthly
              add pd-lost(pend-idx) to total-lost
              move ranked-count to rank-out
              move spaces to since-out
              string pd-since(pend-idx)(1:4) "-"
                     pd-since(pend-idx)(5:2) "-"
                     pd-since(pend-idx)(7:2)
                     delimited by size into since-out
              move pd-months(pend-idx) to months-out
              move pd-annual(pend-idx) to annual-out
              move pd-monthly(pend-idx) to monthly-out
              move pd-lost(pend-idx) to lost-out
              move pd-npv(pend-idx) to npv-out
              move spaces to out-line
              string rank-out " " pd-name(pend-idx) " "
                     pd-source(pend-idx) " " pd-plant(pend-idx) " "
                     since-out " " months-out " " annual-out " "
                     monthly-out " " lost-out " " npv-out
                     delimited by size into out-line
              perform 190-emit-line
           else
              add 1 to nofigure-count
           end-if.

       183-report-one-plant.
           move pl-items(plant-idx) to count-out
           move pl-monthly(plant-idx) to monthly-out
           move pl-lost(plant-idx) to lost-out
           move spaces to out-line
           string "PLANT " pl-plant(plant-idx) " " count-out
                  " waiting      " monthly-out " a month  " lost-out
                  " lost to date"
                  delimited by size into out-line
           perform 190-emit-line.

       185-report-no-figure.
           if pd-since(pend-idx) EQUAL TO spaces
              move pd-npv(pend-idx) to npv-out
              move spaces to out-line
              string "    " pd-name(pend-idx) " "
                     pd-source(pend-idx) " " pd-plant(pend-idx)
                     "  net present worth " npv-out
                     delimited by size into out-line
              perform 190-emit-line
           end-if.

       190-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
