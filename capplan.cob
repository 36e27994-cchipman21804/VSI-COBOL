      *****************************************************************
      * FIVE-YEAR CAPITAL PLAN                                        *
      *                                                               *
      * FPGCOMP's rationing mode picks projects for one budget;       *
      * corporate wants the next five years.  The CAPPLAN file keeps  *
      * one line per candidate -- an approved, open PROJMAST project  *
      * or an alternative still sitting in an FPGCOMPSTUDY study --   *
      * with its plant, its priority rank, its planned spend in each  *
      * of the plan's five fiscal years, and the annual savings it    *
      * brings once in service.  CAPENVEL holds the annual capital    *
      * envelope for each plant and fiscal year.  Every line and      *
      * envelope carries a version name, so the March and September   *
      * plans sit side by side on the same files and can be copied,   *
      * reported, and compared.                                       *
      *                                                               *
      * The plan report fits each plant's spend to its envelopes in   *
      * priority order, a year at a time: a project whose spend for   *
      * the year will not fit under what is already committed slips   *
      * a year, the rest of its spend moving out behind it.  A        *
      * project counts its savings from the year its spend finishes,  *
      * and the running total is set against the SAVGOAL target for   *
      * the plant and year.                                           *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   capplan.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select plan-file assign to "CAPPLAN"
                  organization is line sequential
                  file status is plan-status.

           select envelope-file assign to "CAPENVEL"
                  organization is line sequential
                  file status is envelope-status.

      * The capital project register -- PROJMNT's layout.
           select project-master-file assign to "PROJMAST"
                  organization is line sequential
                  file status is projmast-status.

      * FPGCOMP's saved-study file.
           select study-file assign to "FPGCOMPSTUDY"
                  organization is line sequential
                  file status is study-status.

      * AFFINITY schedule -- gives the plant for a project's tag.
           select aff-sked-file assign to "AFFSKED"
                  organization is line sequential
                  file status is aff-sked-status.

      * Plant/fiscal-year savings targets -- GOALTRAK's file.
           select goal-file assign to "SAVGOAL"
                  organization is line sequential
                  file status is goal-status.

           select report-file assign to "CAPPRINT"
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
      * One line per candidate project in a plan version.  CP-SOURCE
      * is "P" for a PROJMAST project (CP-PROJECT is its number, the
      * study and alternative are carried for the report) or "S" for
      * an FPGCOMPSTUDY alternative not yet approved.  CP-SPEND-IN(1)
      * is the spend in fiscal year CP-START-FY, and so on for five
      * years.  CP-RANK 1 is the first call on the money.
       fd  plan-file
           record contains 140 characters.
       01 plan-record.
           05 cp-version         pic x(10).
           05 cp-start-fy        pic x(4).
           05 cp-rank            pic 9(3).
           05 cp-source          pic x.
           05 cp-project         pic 9(6).
           05 cp-study           pic x(20).
           05 cp-alt             pic x(15).
           05 cp-plant           pic x(4).
           05 cp-spend-in        pic x(10) occurs 5 times.
           05 cp-savings-in      pic x(10).
           05 cp-oper            pic x(8).
           05 filler             pic x(9).

      * The capital envelope for one plant and fiscal year of a plan
      * version.
       fd  envelope-file
           record contains 40 characters.
       01 envelope-record.
           05 ce-version         pic x(10).
           05 ce-plant           pic x(4).
           05 ce-fy              pic x(4).
           05 ce-amount-in       pic x(12).
           05 filler             pic x(10).

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

       fd  aff-sked-file
           record contains 40 characters.
       01 aff-sked-record.
           05 as-tag             pic x(10).
           05 filler             pic x(24).
           05 as-plant           pic x(4).
           05 filler             pic x(2).

       fd  goal-file
           record contains 40 characters.
       01 goal-record.
           05 sg-plant           pic x(4).
           05 sg-fy              pic x(4).
           05 sg-target-in       pic x(12).
           05 sg-units-in        pic x(10).
           05 filler             pic x(10).

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

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

       01 plan-status           pic xx.
       01 envelope-status       pic xx.
       01 projmast-status       pic xx.
       01 study-status          pic xx.
       01 aff-sked-status       pic xx.
       01 goal-status           pic xx.
       01 file-eof-flag         pic x value "N".
           88 file-eof                 value "Y".
       01 study-marker-const    pic x(7) value "=STUDY=".

      * In-storage copies of both plan files, every version --
      * maintenance works on the tables and writes a file back whole
      * after each change, the VENDMNT shape.  The PT-FITTED years
      * (the sixth is past the end of the plan) are the report's
      * working copy of the spend after the envelope fit.
       01 line-count            pic 9(3) value zero.
       01 max-lines             pic 9(3) value 500.
       01 line-idx              pic 9(3).
       01 line-pick             pic 9(3) value zero.
           88 line-not-found           value zero.
       01 plan-table.
           05 plan-entry occurs 500 times.
               10 pt-version     pic x(10).
               10 pt-start-fy    pic 9(4).
               10 pt-rank        pic 9(3).
               10 pt-source      pic x.
               10 pt-project     pic 9(6).
               10 pt-study       pic x(20).
               10 pt-alt         pic x(15).
               10 pt-plant       pic x(4).
               10 pt-spend       pic 9(9)v99 USAGE COMP
                                 occurs 5 times.
               10 pt-savings     pic 9(9)v99 USAGE COMP.
               10 pt-oper        pic x(8).
               10 pt-fitted      pic 9(9)v99 USAGE COMP
                                 occurs 6 times.
               10 pt-slip-fy     pic 9(4).
               10 pt-slip-years  pic 9.
               10 pt-in-service  pic 9.
               10 pt-listed      pic x.

       01 envelope-count        pic 9(3) value zero.
       01 max-envelopes         pic 9(3) value 500.
       01 envelope-idx          pic 9(3).
       01 envelope-pick         pic 9(3) value zero.
           88 envelope-not-found       value zero.
       01 envelope-table.
           05 envelope-entry occurs 500 times.
               10 et-version     pic x(10).
               10 et-plant       pic x(4).
               10 et-fy          pic 9(4).
               10 et-amount      pic 9(9)v99 USAGE COMP.

      * The version being worked on.
       01 version-in            pic x(10).
       01 version-start-fy      pic 9(4).
       01 version-new-ok        pic x.
           88 new-version-allowed      value "Y".
       01 version-known-flag    pic x.
           88 version-known            value "Y".
       01 fy-in                 pic x(4).
       01 year-idx              pic 9.
       01 shift-idx             pic 9.
       01 fy-num                pic 9(4).

      * The candidate being entered, changed, or deleted.
       01 item-source           pic x.
           88 item-is-project          value "P".
           88 item-is-study            value "S".
       01 item-project          pic 9(6).
       01 item-study            pic x(20).
       01 item-alt              pic x(15).
       01 item-tag              pic x(10).
       01 item-approved         pic 9(9)v99.
       01 item-plant            pic x(4).
       01 item-savings          pic 9(9)v99.
       01 item-lookup-flag      pic x.
           88 item-lookup-wanted       value "Y".
       01 item-desc             pic x(38).
       01 project-found-flag    pic x.
           88 project-found            value "Y".
       01 project-status-found  pic x.
       01 in-study-flag         pic x.
           88 in-the-study             value "Y".
       01 alt-found-flag        pic x.
           88 alt-found                value "Y".
       01 alt-cashflow          pic 9(9)v99.
       01 alt-term              pic 99.
       01 plant-found-flag      pic x.
           88 plant-on-sked            value "Y".

      * Probe for a plan line in a version.
       01 probe-version         pic x(10).
       01 probe-source          pic x.
       01 probe-project         pic 9(6).
       01 probe-study           pic x(20).
       01 probe-alt             pic x(15).
       01 probe-plant           pic x(4).
       01 probe-fy              pic 9(4).

      * Entry fields.
       01 number-in             pic x(8).
       01 rank-in               pic x(4).
       01 plant-in              pic x(4).
       01 study-in              pic x(20).
       01 alt-in                pic x(15).
       01 amount-in             pic x(12).
       01 amount-value          pic 9(9)v99.
       01 amount-flag           pic x.
           88 amount-blank             value "B".
           88 amount-bad               value "X".
           88 amount-removed           value "R".
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 highest-rank          pic 9(3).
       01 planned-total         pic 9(9)v99.
       01 to-version            pic x(10).

      * Report work -- one entry per plant in the version.  The
      * envelope flag is "Y" where the plant has an envelope for the
      * year; with none the year takes whatever is planned.
       01 plant-count           pic 99 value zero.
       01 max-plants            pic 99 value 50.
       01 plant-idx             pic 99.
       01 plant-pick            pic 99 value zero.
           88 plant-not-found          value zero.
       01 plant-table.
           05 plant-entry occurs 50 times.
               10 pl-plant       pic x(4).
               10 pl-beyond      pic 9(9)v99 USAGE COMP.
               10 pl-year occurs 5 times.
                   15 pl-envelope    pic 9(9)v99 USAGE COMP.
                   15 pl-env-flag    pic x.
                   15 pl-planned     pic 9(9)v99 USAGE COMP.
                   15 pl-fitted      pic 9(9)v99 USAGE COMP.
                   15 pl-added       pic 9(9)v99 USAGE COMP.
                   15 pl-target      pic 9(9)v99 USAGE COMP.
                   15 pl-goal-flag   pic x.
       01 order-count           pic 9(3) value zero.
       01 order-idx             pic 9(3).
       01 next-pick             pic 9(3).
       01 order-table.
           05 order-line occurs 500 times pic 9(3).
       01 slip-count            pic 9(3).
       01 cumulative-savings    pic 9(9)v99.
       01 year-envelope         pic 9(9)v99.
       01 year-planned          pic 9(9)v99.
       01 year-fitted           pic 9(9)v99.
       01 year-added            pic 9(9)v99.
       01 year-target           pic 9(9)v99.
       01 year-env-flag         pic x.
       01 year-goal-flag        pic x.
       01 year-diff             pic s9(9)v99.
       01 goal-pct              pic 9(5)v9.
       01 fy-out                pic 9(4).
       01 fy-end-out            pic 9(4).

      * Version comparison work -- a plant's planned spend and
      * envelopes in each fiscal year of either plan, the two plans
      * lined up by fiscal year.
       01 version-a             pic x(10).
       01 version-b             pic x(10).
       01 start-a               pic 9(4).
       01 start-b               pic 9(4).
       01 compare-first-fy      pic 9(4).
       01 compare-years         pic 99.
       01 compare-idx           pic 99.
       01 compare-table.
           05 compare-plant occurs 50 times.
               10 cm-plant       pic x(4).
               10 cm-year occurs 10 times.
                   15 cm-a-spend     pic 9(9)v99 USAGE COMP.
                   15 cm-b-spend     pic 9(9)v99 USAGE COMP.
                   15 cm-a-env       pic 9(9)v99 USAGE COMP.
                   15 cm-b-env       pic 9(9)v99 USAGE COMP.
                   15 cm-a-flag      pic x.
                   15 cm-b-flag      pic x.
       01 compare-side          pic x.
           88 side-a                   value "A".
       01 total-a               pic 9(9)v99.
       01 total-b               pic 9(9)v99.
       01 savings-a             pic 9(9)v99.
       01 savings-b             pic 9(9)v99.
       01 other-pick            pic 9(3).
       01 change-count          pic 9(3).

      * Displayed-fields.
       01 count-out             pic zz9.
       01 rank-out              pic zz9.
       01 rank-to-out           pic zz9.
       01 money-out             pic $$$,$$$,$$9.
       01 short-money-out       pic $$,$$$,$$9.
       01 signed-money-out      pic $$$,$$$,$$9-.
       01 pct-out               pic zzz9.9.
       01 env-text              pic x(12).
       01 planned-text          pic x(12).
       01 diff-text             pic x(13).
       01 fitted-text           pic x(12).
       01 added-text            pic x(12).
       01 cum-text              pic x(12).
       01 target-text           pic x(12).
       01 pct-text              pic x(7).
       01 a-spend-text          pic x(12).
       01 a-env-text            pic x(12).
       01 b-spend-text          pic x(12).
       01 b-env-text            pic x(12).
       01 spend-text            pic x(11) occurs 5 times.
       01 amount-fmt            pic 9(9).99 usage display.
       01 out-line              pic x(120).

       procedure division.
       100-main-para.
           display spaces
           display "***** FIVE-YEAR CAPITAL PLAN BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-plan thru 110-load-exit
           perform 115-load-envelopes thru 115-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** FIVE-YEAR CAPITAL PLAN ENDS *****"
           display spaces

           move "CAPPLAN" to audit-trail-pgm
           move "Capital plan session completed."
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

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change a plan line"
           display " 2 --- Delete a plan line"
           display " 3 --- Set a plant's capital envelopes"
           display " 4 --- Copy a plan version"
           display " 5 --- Capital plan report"
           display " 6 --- Compare two plan versions"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-enter-line thru 300-enter-exit
              when "2" perform 400-delete-line thru 400-delete-exit
              when "3" perform 500-set-envelopes thru
                             500-envelope-exit
              when "4" perform 550-copy-version thru 550-copy-exit
              when "5" perform 600-plan-report thru 600-report-exit
              when "6" perform 700-compare-versions thru
                             700-compare-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 6."
           end-evaluate.

       110-load-plan.
           move zero to line-count
           open input plan-file
           if plan-status NOT EQUAL TO "00"
              display "No CAPPLAN file on file yet -- the first"
              display "plan line entered creates it."
              go to 110-load-exit
           end-if
           move "N" to file-eof-flag
           perform 111-read-plan-record
           perform 112-store-plan-record until file-eof
           close plan-file.
       110-load-exit.
           exit.

       111-read-plan-record.
           read plan-file
              at end move "Y" to file-eof-flag
           end-read.

       112-store-plan-record.
           if cp-version NOT EQUAL TO spaces and
              cp-start-fy NUMERIC and
              line-count < max-lines
              add 1 to line-count
              move line-count to line-idx
              move function upper-case(cp-version)
                   to pt-version(line-idx)
              move cp-start-fy to pt-start-fy(line-idx)
              if cp-rank NUMERIC
                 move cp-rank to pt-rank(line-idx)
              else
                 move 999 to pt-rank(line-idx)
              end-if
              move function upper-case(cp-source)
                   to pt-source(line-idx)
              if cp-project NUMERIC
                 move cp-project to pt-project(line-idx)
              else
                 move zero to pt-project(line-idx)
              end-if
              move function upper-case(cp-study)
                   to pt-study(line-idx)
              move function upper-case(cp-alt) to pt-alt(line-idx)
              move function upper-case(cp-plant)
                   to pt-plant(line-idx)
              perform 113-store-one-spend
                      varying year-idx from 1 by 1
                      until year-idx > 5
              move function lower-case(cp-savings-in)
                   to cp-savings-in
              compute pt-savings(line-idx) =
                      function numval(cp-savings-in)
              move cp-oper to pt-oper(line-idx)
           end-if
           perform 111-read-plan-record.

       113-store-one-spend.
           move function lower-case(cp-spend-in(year-idx))
                to cp-spend-in(year-idx)
           compute pt-spend(line-idx, year-idx) =
                   function numval(cp-spend-in(year-idx)).

       115-load-envelopes.
           move zero to envelope-count
           open input envelope-file
           if envelope-status NOT EQUAL TO "00"
              go to 115-load-exit
           end-if
           move "N" to file-eof-flag
           perform 116-read-envelope-record
           perform 117-store-envelope-record until file-eof
           close envelope-file.
       115-load-exit.
           exit.

       116-read-envelope-record.
           read envelope-file
              at end move "Y" to file-eof-flag
           end-read.

       117-store-envelope-record.
           if ce-version NOT EQUAL TO spaces and
              ce-fy NUMERIC and
              envelope-count < max-envelopes
              add 1 to envelope-count
              move envelope-count to envelope-idx
              move function upper-case(ce-version)
                   to et-version(envelope-idx)
              move function upper-case(ce-plant)
                   to et-plant(envelope-idx)
              move ce-fy to et-fy(envelope-idx)
              move function lower-case(ce-amount-in) to ce-amount-in
              compute et-amount(envelope-idx) =
                      function numval(ce-amount-in)
           end-if
           perform 116-read-envelope-record.

       180-save-plan.
           open output plan-file
           if plan-status NOT EQUAL TO "00"
              display "Unable to open CAPPLAN for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           close plan-file

           move "CAPPLAN" to audit-trail-pgm
           move "CAPPLAN plan file rewritten." to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-line.
           move spaces to plan-record
           move pt-version(line-idx)  to cp-version
           move pt-start-fy(line-idx) to cp-start-fy
           move pt-rank(line-idx)     to cp-rank
           move pt-source(line-idx)   to cp-source
           move pt-project(line-idx)  to cp-project
           move pt-study(line-idx)    to cp-study
           move pt-alt(line-idx)      to cp-alt
           move pt-plant(line-idx)    to cp-plant
           perform 182-write-one-spend
                   varying year-idx from 1 by 1
                   until year-idx > 5
           move pt-savings(line-idx)  to amount-fmt
           move amount-fmt(3:10)      to cp-savings-in
           move pt-oper(line-idx)     to cp-oper
           write plan-record.

       182-write-one-spend.
           move pt-spend(line-idx, year-idx) to amount-fmt
           move amount-fmt(3:10) to cp-spend-in(year-idx).

       185-save-envelopes.
           open output envelope-file
           if envelope-status NOT EQUAL TO "00"
              display "Unable to open CAPENVEL for output."
              go to 185-save-exit
           end-if
           perform 186-write-one-envelope
                   varying envelope-idx from 1 by 1
                   until envelope-idx > envelope-count
           close envelope-file

           move "CAPPLAN" to audit-trail-pgm
           move "CAPENVEL envelope file rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       185-save-exit.
           exit.

       186-write-one-envelope.
           move spaces to envelope-record
           move et-version(envelope-idx) to ce-version
           move et-plant(envelope-idx)   to ce-plant
           move et-fy(envelope-idx)      to ce-fy
           move et-amount(envelope-idx)  to amount-fmt
           move amount-fmt               to ce-amount-in
           write envelope-record.

      * The plan version -- VERSION-IN comes back blank when the
      * entry is cancelled or names no plan on file.  A version's
      * first fiscal year is set by its first line; a new version
      * is taken only where NEW-VERSION-ALLOWED.
       200-version-entry.
           display "Plan version (e.g. MAR2027, blank to cancel): "
                   with no advancing
           accept version-in
           move function upper-case(version-in) to version-in
           if version-in EQUAL TO spaces
              go to 200-version-exit
           end-if
           move "N" to version-known-flag
           perform 201-test-version-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           if version-known
              compute fy-end-out = version-start-fy + 4
              display "Plan " function trim(version-in)
                      " runs FY" version-start-fy " through FY"
                      fy-end-out "."
              go to 200-version-exit
           end-if
           if NOT new-version-allowed
              display "No plan lines on file for version "
                      function trim(version-in) "."
              move spaces to version-in
              go to 200-version-exit
           end-if
           display "New plan " function trim(version-in) "."
           perform 202-start-fy-entry thru 202-start-exit.
       200-version-exit.
           exit.

       201-test-version-line.
           if NOT version-known and
              pt-version(line-idx) EQUAL TO version-in
              move "Y" to version-known-flag
              move pt-start-fy(line-idx) to version-start-fy
           end-if.

       202-start-fy-entry.
           display "First fiscal year of the plan (YYYY): "
                   with no advancing
           accept fy-in
           if fy-in NOT NUMERIC or fy-in < "1990"
              display "The fiscal year is four digits, e.g. 2027."
              go to 202-start-fy-entry
           end-if
           move fy-in to version-start-fy.
       202-start-exit.
           exit.

      * The candidate -- an approved, open PROJMAST project or an
      * FPGCOMPSTUDY alternative.  ITEM-SOURCE comes back blank when
      * the entry is cancelled.  Where ITEM-LOOKUP-WANTED the
      * project or alternative must be on file, and the defaults
      * for the plant and the annual savings come back with it.
       210-item-entry.
           move spaces to item-study item-alt item-tag item-plant
           move zero to item-project item-approved item-savings
           display "Approved Project or Study alternative? (P/S,"
                   " blank to cancel): " with no advancing
           accept item-source
           move function upper-case(item-source) to item-source
           if item-source EQUAL TO space
              go to 210-item-exit
           end-if
           if NOT item-is-project and NOT item-is-study
              display "Please enter P or S."
              go to 210-item-entry
           end-if

           if item-is-project
              display "PROJMAST project number: " with no advancing
              accept number-in
              move function lower-case(number-in) to number-in
              if function test-numval(number-in) NOT EQUAL TO zero
                 display "The project number is 1 through 999999."
                 go to 210-item-entry
              end-if
              if function numval(number-in) < 1 or
                 function numval(number-in) > 999999
                 display "The project number is 1 through 999999."
                 go to 210-item-entry
              end-if
              compute item-project = function numval(number-in)
              if NOT item-lookup-wanted
                 go to 210-item-exit
              end-if
              perform 220-find-project thru 220-find-exit
              if NOT project-found
                 display "Project " item-project " is not on"
                         " PROJMAST."
                 go to 210-item-entry
              end-if
              if project-status-found NOT EQUAL TO "A"
                 display "Project " item-project " is closed or"
                         " settled -- only open approved projects"
                         " are planned."
                 go to 210-item-entry
              end-if
              perform 230-find-tag-plant thru 230-find-exit
              perform 240-find-alternative thru 240-find-exit
              go to 210-item-exit
           end-if

           display "FPGCOMPSTUDY study name: " with no advancing
           accept study-in
           move function upper-case(study-in) to item-study
           display "Alternative name: " with no advancing
           accept alt-in
           move function upper-case(alt-in) to item-alt
           if item-study EQUAL TO spaces or item-alt EQUAL TO spaces
              display "A study line needs the study and the"
                      " alternative."
              go to 210-item-entry
           end-if
           if NOT item-lookup-wanted
              go to 210-item-exit
           end-if
           perform 240-find-alternative thru 240-find-exit
           if NOT alt-found
              display "Alternative " function trim(item-alt)
                      " is not in study " function trim(item-study)
                      " on FPGCOMPSTUDY."
              go to 210-item-entry
           end-if.
       210-item-exit.
           exit.

       220-find-project.
           move "N" to project-found-flag
           open input project-master-file
           if projmast-status NOT EQUAL TO "00"
              display "PROJMAST is not on file."
              go to 220-find-exit
           end-if
           move "N" to file-eof-flag
           perform 221-read-project-record
           perform 222-test-project-record until file-eof
           close project-master-file.
       220-find-exit.
           exit.

       221-read-project-record.
           read project-master-file
              at end move "Y" to file-eof-flag
           end-read.

       222-test-project-record.
           if pj-number NUMERIC and pj-number EQUAL TO item-project
              move "Y" to project-found-flag
              move function upper-case(pj-status)
                   to project-status-found
              move pj-tag to item-tag
              move function upper-case(pj-study) to item-study
              move function upper-case(pj-alt-name) to item-alt
              move function lower-case(pj-approved-in)
                   to pj-approved-in
              compute item-approved = function numval(pj-approved-in)
              move "Y" to file-eof-flag
           else
              perform 221-read-project-record
           end-if.

      * The plant of a project's tag off the AFFINITY schedule;
      * left blank for the planner to key when the tag is not there.
       230-find-tag-plant.
           move "N" to plant-found-flag
           open input aff-sked-file
           if aff-sked-status NOT EQUAL TO "00"
              go to 230-find-exit
           end-if
           move "N" to file-eof-flag
           perform 231-read-sked-record
           perform 232-test-sked-record until file-eof
           close aff-sked-file.
       230-find-exit.
           exit.

       231-read-sked-record.
           read aff-sked-file
              at end move "Y" to file-eof-flag
           end-read.

       232-test-sked-record.
           if as-tag EQUAL TO item-tag and item-tag NOT EQUAL TO
              spaces
              move "Y" to plant-found-flag
              move function upper-case(as-plant) to item-plant
              move "Y" to file-eof-flag
           else
              perform 231-read-sked-record
           end-if.

      * The annual savings of ITEM-STUDY's alternative ITEM-ALT, from
      * the latest revision of the study -- a Future lump sum is
      * spread over its term.
       240-find-alternative.
           move "N" to alt-found-flag
           move "N" to in-study-flag
           open input study-file
           if study-status NOT EQUAL TO "00"
              go to 240-find-exit
           end-if
           move "N" to file-eof-flag
           perform 241-read-study-record
           perform 242-test-study-record until file-eof
           close study-file.
       240-find-exit.
           exit.

       241-read-study-record.
           read study-file
              at end move "Y" to file-eof-flag
           end-read.

       242-test-study-record.
           if sh-marker EQUAL TO study-marker-const
              if function upper-case(sh-name) EQUAL TO item-study
                 move "Y" to in-study-flag
              else
                 move "N" to in-study-flag
              end-if
           else
              if in-the-study and
                 function upper-case(sa-name) EQUAL TO item-alt
                 move "Y" to alt-found-flag
                 move function lower-case(sa-cashflow-in)
                      to sa-cashflow-in
                 compute alt-cashflow =
                         function numval(sa-cashflow-in)
                 move function lower-case(sa-term-in) to sa-term-in
                 compute alt-term = function numval(sa-term-in)
                 if function upper-case(sa-type-in) EQUAL TO "F" and
                    alt-term > zero
                    compute item-savings rounded =
                            alt-cashflow / alt-term
                 else
                    move alt-cashflow to item-savings
                 end-if
              end-if
           end-if
           perform 241-read-study-record.

      * The line in PROBE-VERSION for the probe candidate -- a
      * project by its number, a study line by study and alternative.
       260-find-line.
           move zero to line-pick
           perform 261-test-one-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count.

       261-test-one-line.
           if pt-version(line-idx) EQUAL TO probe-version and
              pt-source(line-idx) EQUAL TO probe-source
              if probe-source EQUAL TO "P"
                 if pt-project(line-idx) EQUAL TO probe-project
                    move line-idx to line-pick
                 end-if
              else
                 if pt-study(line-idx) EQUAL TO probe-study and
                    pt-alt(line-idx) EQUAL TO probe-alt
                    move line-idx to line-pick
                 end-if
              end-if
           end-if.

       265-find-envelope.
           move zero to envelope-pick
           perform 266-test-one-envelope
                   varying envelope-idx from 1 by 1
                   until envelope-idx > envelope-count.

       266-test-one-envelope.
           if et-version(envelope-idx) EQUAL TO probe-version and
              et-plant(envelope-idx) EQUAL TO probe-plant and
              et-fy(envelope-idx) EQUAL TO probe-fy
              move envelope-idx to envelope-pick
           end-if.

      * A dollar amount keyed by the caller's prompt -- blank, bad,
      * "R" to remove, or the amount in AMOUNT-VALUE.
       270-amount-entry.
           move space to amount-flag
           move zero to amount-value
           accept amount-in
           move function lower-case(amount-in) to amount-in
           if amount-in EQUAL TO spaces
              move "B" to amount-flag
              go to 270-amount-exit
           end-if
           if amount-in EQUAL TO "r"
              move "R" to amount-flag
              go to 270-amount-exit
           end-if
           if function test-numval(amount-in) NOT EQUAL TO zero
              display "That is not a dollar figure."
              move "X" to amount-flag
              go to 270-amount-exit
           end-if
           if function numval(amount-in) < zero
              display "The amount is zero or more."
              move "X" to amount-flag
              go to 270-amount-exit
           end-if
           compute amount-value = function numval(amount-in).
       270-amount-exit.
           exit.

      * The plan line at LINE-IDX described for display and print.
       280-describe-line.
           move spaces to item-desc
           if pt-source(line-idx) EQUAL TO "P"
              string "P " pt-project(line-idx) " "
                     function trim(pt-study(line-idx)) "/"
                     function trim(pt-alt(line-idx))
                     delimited by size into item-desc
           else
              string "S " function trim(pt-study(line-idx)) "/"
                     function trim(pt-alt(line-idx))
                     delimited by size into item-desc
           end-if.

       290-disp-one-line.
           perform 280-describe-line
           move pt-rank(line-idx) to rank-out
           move pt-savings(line-idx) to money-out
           display "Rank " rank-out "  " item-desc "  plant "
                   pt-plant(line-idx) "  savings " money-out "/yr"
           perform 291-disp-one-spend
                   varying year-idx from 1 by 1
                   until year-idx > 5.

       291-disp-one-spend.
           compute fy-num = pt-start-fy(line-idx) + year-idx - 1
           move pt-spend(line-idx, year-idx) to money-out
           display "    FY" fy-num "  " money-out.

      * Enter a new plan line or change one on file.  On a change a
      * blank reply keeps what is shown.
       300-enter-line.
           display spaces
           move "Y" to version-new-ok
           perform 200-version-entry thru 200-version-exit
           if version-in EQUAL TO spaces
              go to 300-enter-exit
           end-if
           move "Y" to item-lookup-flag
           perform 210-item-entry thru 210-item-exit
           if item-source EQUAL TO space
              go to 300-enter-exit
           end-if

           move version-in   to probe-version
           move item-source  to probe-source
           move item-project to probe-project
           move item-study   to probe-study
           move item-alt     to probe-alt
           perform 260-find-line

           if line-not-found
              if line-count NOT LESS THAN max-lines
                 display "The plan file is full."
                 go to 300-enter-exit
              end-if
              move zero to highest-rank
              perform 302-test-rank
                      varying line-idx from 1 by 1
                      until line-idx > line-count
              add 1 to line-count
              move line-count to line-pick
              move version-in       to pt-version(line-pick)
              move version-start-fy to pt-start-fy(line-pick)
              if highest-rank < 999
                 add 1 to highest-rank
              end-if
              move highest-rank     to pt-rank(line-pick)
              move item-source      to pt-source(line-pick)
              move item-project     to pt-project(line-pick)
              move item-study       to pt-study(line-pick)
              move item-alt         to pt-alt(line-pick)
              move item-plant       to pt-plant(line-pick)
              move item-savings     to pt-savings(line-pick)
              perform 301-zero-one-spend
                      varying year-idx from 1 by 1
                      until year-idx > 5
              move line-pick to line-idx
              perform 280-describe-line
              display "New plan line " item-desc "."
              move pt-savings(line-pick) to money-out
              display "Annual savings from the study " money-out "."
           else
              move line-pick to line-idx
              display "On file:"
              perform 290-disp-one-line
              display "(a blank reply keeps what is on file)"
           end-if
           if item-is-project
              move item-approved to money-out
              display "Approved amount on PROJMAST " money-out "."
           end-if

           perform 310-rank-entry thru 310-rank-exit
           perform 320-plant-entry thru 320-plant-exit
           perform 330-spend-entry thru 330-spend-exit
                   varying year-idx from 1 by 1
                   until year-idx > 5
           perform 340-savings-entry thru 340-savings-exit

           if item-is-project
              move zero to planned-total
              perform 303-add-one-spend
                      varying year-idx from 1 by 1
                      until year-idx > 5
              if planned-total NOT EQUAL TO item-approved
                 move planned-total to money-out
                 display "Note: planned spend " money-out
                         " is not the approved amount."
              end-if
           end-if

           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to pt-oper(line-pick)
           perform 180-save-plan thru 180-save-exit
           move line-pick to line-idx
           perform 280-describe-line
           display "Plan line " function trim(item-desc) " saved."

           move "CAPPLAN" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Plan " version-in " line set " item-desc
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-enter-exit.
           exit.

       301-zero-one-spend.
           move zero to pt-spend(line-pick, year-idx).

       302-test-rank.
           if pt-version(line-idx) EQUAL TO version-in and
              pt-rank(line-idx) > highest-rank and
              pt-rank(line-idx) < 999
              move pt-rank(line-idx) to highest-rank
           end-if.

       303-add-one-spend.
           add pt-spend(line-pick, year-idx) to planned-total.

       310-rank-entry.
           move pt-rank(line-pick) to rank-out
           display "Priority rank (1 is first call on the money,"
                   " blank keeps " rank-out "): " with no advancing
           accept rank-in
           if rank-in EQUAL TO spaces
              go to 310-rank-exit
           end-if
           move function lower-case(rank-in) to rank-in
           if function test-numval(rank-in) NOT EQUAL TO zero
              display "The rank is 1 through 999."
              go to 310-rank-entry
           end-if
           if function numval(rank-in) < 1 or
              function numval(rank-in) > 999
              display "The rank is 1 through 999."
              go to 310-rank-entry
           end-if
           compute pt-rank(line-pick) = function numval(rank-in).
       310-rank-exit.
           exit.

       320-plant-entry.
           if pt-plant(line-pick) EQUAL TO spaces
              display "Plant: " with no advancing
           else
              display "Plant (blank keeps " pt-plant(line-pick)
                      "): " with no advancing
           end-if
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces
              if pt-plant(line-pick) EQUAL TO spaces
                 display "A plan line needs its plant."
                 go to 320-plant-entry
              end-if
              go to 320-plant-exit
           end-if
           move plant-in to pt-plant(line-pick).
       320-plant-exit.
           exit.

       330-spend-entry.
           compute fy-num = version-start-fy + year-idx - 1
           move pt-spend(line-pick, year-idx) to money-out
           display "FY" fy-num " planned spend (blank keeps "
                   function trim(money-out) "): " with no advancing
           perform 270-amount-entry thru 270-amount-exit
           if amount-bad or amount-removed
              go to 330-spend-entry
           end-if
           if NOT amount-blank
              move amount-value to pt-spend(line-pick, year-idx)
           end-if.
       330-spend-exit.
           exit.

       340-savings-entry.
           move pt-savings(line-pick) to money-out
           display "Annual savings once in service (blank keeps "
                   function trim(money-out) "): " with no advancing
           perform 270-amount-entry thru 270-amount-exit
           if amount-bad or amount-removed
              go to 340-savings-entry
           end-if
           if NOT amount-blank
              move amount-value to pt-savings(line-pick)
           end-if.
       340-savings-exit.
           exit.

       400-delete-line.
           display spaces
           move "N" to version-new-ok
           perform 200-version-entry thru 200-version-exit
           if version-in EQUAL TO spaces
              go to 400-delete-exit
           end-if
           move "N" to item-lookup-flag
           perform 210-item-entry thru 210-item-exit
           if item-source EQUAL TO space
              go to 400-delete-exit
           end-if
           move version-in   to probe-version
           move item-source  to probe-source
           move item-project to probe-project
           move item-study   to probe-study
           move item-alt     to probe-alt
           perform 260-find-line
           if line-not-found
              display "That candidate is not in plan "
                      function trim(version-in) "."
              go to 400-delete-exit
           end-if

           move line-pick to line-idx
           perform 290-disp-one-line
           display "Delete it? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 400-delete-exit
           end-if
           move line-pick to line-idx
           perform 280-describe-line
           perform 410-shift-one-up
                   varying line-idx from line-pick by 1
                   until line-idx NOT LESS THAN line-count
           subtract 1 from line-count
           perform 180-save-plan thru 180-save-exit
           display "Plan line deleted."

           move "CAPPLAN" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Plan " version-in " line deleted " item-desc
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-delete-exit.
           exit.

       410-shift-one-up.
           move plan-entry(line-idx + 1) to plan-entry(line-idx).

      * A plant's envelope for each of the version's five years.
      * A blank reply keeps what is on file; "R" takes the envelope
      * off, leaving the year unconstrained.
       500-set-envelopes.
           display spaces
           move "Y" to version-new-ok
           perform 200-version-entry thru 200-version-exit
           if version-in EQUAL TO spaces
              go to 500-envelope-exit
           end-if
           display "Plant (blank to cancel): " with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces
              go to 500-envelope-exit
           end-if
           display "(a blank reply keeps what is on file, R removes"
                   " the envelope)"
           perform 510-one-year-envelope thru 510-one-year-exit
                   varying year-idx from 1 by 1
                   until year-idx > 5
           perform 185-save-envelopes thru 185-save-exit

           move "CAPPLAN" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Plan " version-in " envelopes set for plant "
                  plant-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-envelope-exit.
           exit.

       510-one-year-envelope.
           compute fy-num = version-start-fy + year-idx - 1
           move version-in to probe-version
           move plant-in   to probe-plant
           move fy-num     to probe-fy
           perform 265-find-envelope
           if envelope-not-found
              display "FY" fy-num " envelope (none on file): "
                      with no advancing
           else
              move et-amount(envelope-pick) to money-out
              display "FY" fy-num " envelope (on file "
                      function trim(money-out) "): "
                      with no advancing
           end-if
           perform 270-amount-entry thru 270-amount-exit
           if amount-bad
              go to 510-one-year-envelope
           end-if
           if amount-blank
              go to 510-one-year-exit
           end-if
           if amount-removed
              if NOT envelope-not-found
                 perform 511-shift-envelope-up
                         varying envelope-idx from envelope-pick
                         by 1
                         until envelope-idx NOT LESS THAN
                               envelope-count
                 subtract 1 from envelope-count
              end-if
              go to 510-one-year-exit
           end-if
           if envelope-not-found
              if envelope-count NOT LESS THAN max-envelopes
                 display "The envelope file is full."
                 go to 510-one-year-exit
              end-if
              add 1 to envelope-count
              move envelope-count to envelope-pick
              move version-in to et-version(envelope-pick)
              move plant-in   to et-plant(envelope-pick)
              move fy-num     to et-fy(envelope-pick)
           end-if
           move amount-value to et-amount(envelope-pick).
       510-one-year-exit.
           exit.

       511-shift-envelope-up.
           move envelope-entry(envelope-idx + 1)
                to envelope-entry(envelope-idx).

      * Copy every line and envelope of a version under a new name --
      * the September plan starts as a copy of March's.
       550-copy-version.
           display spaces
           display "Copy from:"
           move "N" to version-new-ok
           perform 200-version-entry thru 200-version-exit
           if version-in EQUAL TO spaces
              go to 550-copy-exit
           end-if
           display "New version name: " with no advancing
           accept to-version
           move function upper-case(to-version) to to-version
           if to-version EQUAL TO spaces
              go to 550-copy-exit
           end-if
           move "N" to version-known-flag
           perform 551-test-to-version
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           perform 552-test-to-envelope
                   varying envelope-idx from 1 by 1
                   until envelope-idx > envelope-count
           if version-known
              display "Version " function trim(to-version)
                      " is already on file."
              go to 550-copy-exit
           end-if

           move line-count to order-count
           perform 553-copy-one-line
                   varying line-idx from 1 by 1
                   until line-idx > order-count
           move envelope-count to order-count
           perform 554-copy-one-envelope
                   varying envelope-idx from 1 by 1
                   until envelope-idx > order-count
           perform 180-save-plan thru 180-save-exit
           perform 185-save-envelopes thru 185-save-exit
           display "Plan " function trim(version-in) " copied to "
                   function trim(to-version) "."

           move "CAPPLAN" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Plan " version-in " copied to " to-version
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       550-copy-exit.
           exit.

       551-test-to-version.
           if pt-version(line-idx) EQUAL TO to-version
              move "Y" to version-known-flag
           end-if.

       552-test-to-envelope.
           if et-version(envelope-idx) EQUAL TO to-version
              move "Y" to version-known-flag
           end-if.

       553-copy-one-line.
           if pt-version(line-idx) EQUAL TO version-in
              if line-count < max-lines
                 add 1 to line-count
                 move plan-entry(line-idx) to plan-entry(line-count)
                 move to-version to pt-version(line-count)
              else
                 display "The plan file is full -- copy incomplete."
              end-if
           end-if.

       554-copy-one-envelope.
           if et-version(envelope-idx) EQUAL TO version-in
              if envelope-count < max-envelopes
                 add 1 to envelope-count
                 move envelope-entry(envelope-idx)
                      to envelope-entry(envelope-count)
                 move to-version to et-version(envelope-count)
              else
                 display "The envelope file is full -- copy"
                         " incomplete."
              end-if
           end-if.

      * The plan report for one version: spend by plant and year
      * against the envelopes, the savings each year's projects add
      * and their running total against SAVGOAL, the projects in
      * priority order as fitted, and the projects that slip.
       600-plan-report.
           display spaces
           move "N" to version-new-ok
           perform 200-version-entry thru 200-version-exit
           if version-in EQUAL TO spaces
              go to 600-report-exit
           end-if

           move zero to plant-count
           move zero to order-count
           perform 610-enter-one-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           perform 615-post-one-envelope
                   varying envelope-idx from 1 by 1
                   until envelope-idx > envelope-count
           perform 620-order-next-line thru 620-order-exit
                   varying order-idx from 1 by 1
                   until order-idx > line-count
           move zero to slip-count
           perform 630-fit-one-year
                   varying year-idx from 1 by 1
                   until year-idx > 5
           perform 640-settle-one-line
                   varying order-idx from 1 by 1
                   until order-idx > order-count
           perform 650-load-goals thru 650-load-exit

           display spaces
           display "Print the capital plan to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "FIVE-YEAR CAPITAL PLAN" to report-title
              move "CAPPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           compute fy-end-out = version-start-fy + 4
           move spaces to out-line
           string "FIVE-YEAR CAPITAL PLAN  VERSION " version-in
                  "  FY" version-start-fy " - FY" fy-end-out
                  "  (run " todays-date-out ")"
                  delimited by size into out-line
           perform 890-emit-line

           perform 660-print-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           move spaces to out-line
           perform 890-emit-line
           move spaces to out-line
           string "PROJECTS IN PRIORITY ORDER -- SPEND AS FITTED TO"
                  " THE ENVELOPES"
                  delimited by size into out-line
           perform 890-emit-line
           move spaces to out-line
           string "RANK CANDIDATE                              PLNT"
                  "   YEAR 1     YEAR 2     YEAR 3     YEAR 4"
                  "     YEAR 5   SAVINGS/YR"
                  delimited by size into out-line
           perform 890-emit-line
           perform 670-print-one-project
                   varying order-idx from 1 by 1
                   until order-idx > order-count

           move spaces to out-line
           perform 890-emit-line
           move "PROJECTS THAT SLIP -- A YEAR OVER ITS ENVELOPE"
                to out-line
           perform 890-emit-line
           perform 680-print-one-slip
                   varying order-idx from 1 by 1
                   until order-idx > order-count
           move slip-count to count-out
           move spaces to out-line
           string count-out " PROJECTS SLIP."
                  delimited by size into out-line
           perform 890-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display "Report written to CAPPRINT."
           end-if

           move "CAPPLAN" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Capital plan report for " version-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       600-report-exit.
           exit.

      * Each line of the version: its plant into the plant table,
      * its planned spend into the plant's years, its spend copied
      * to the fitted years for the fit.
       610-enter-one-line.
           if pt-version(line-idx) EQUAL TO version-in
              move "N" to pt-listed(line-idx)
              move pt-plant(line-idx) to probe-plant
              perform 611-find-plant thru 611-find-exit
              if NOT plant-not-found
                 perform 613-enter-one-spend
                         varying year-idx from 1 by 1
                         until year-idx > 5
              end-if
              move zero to pt-fitted(line-idx, 6)
              move zero to pt-slip-fy(line-idx)
              move zero to pt-slip-years(line-idx)
           else
              move "Y" to pt-listed(line-idx)
           end-if.

      * PLANT-PICK for PROBE-PLANT, added to the table when new.
       611-find-plant.
           move zero to plant-pick
           perform 612-test-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           if NOT plant-not-found
              go to 611-find-exit
           end-if
           if plant-count NOT LESS THAN max-plants
              go to 611-find-exit
           end-if
           add 1 to plant-count
           move plant-count to plant-pick
           move probe-plant to pl-plant(plant-pick)
           move zero to pl-beyond(plant-pick)
           perform 614-clear-plant-year
                   varying year-idx from 1 by 1
                   until year-idx > 5.
       611-find-exit.
           exit.

       612-test-one-plant.
           if pl-plant(plant-idx) EQUAL TO probe-plant
              move plant-idx to plant-pick
           end-if.

       613-enter-one-spend.
           add pt-spend(line-idx, year-idx)
               to pl-planned(plant-pick, year-idx)
           move pt-spend(line-idx, year-idx)
                to pt-fitted(line-idx, year-idx).

       614-clear-plant-year.
           move zero to pl-envelope(plant-pick, year-idx)
           move "N"  to pl-env-flag(plant-pick, year-idx)
           move zero to pl-planned(plant-pick, year-idx)
           move zero to pl-fitted(plant-pick, year-idx)
           move zero to pl-added(plant-pick, year-idx)
           move zero to pl-target(plant-pick, year-idx)
           move "N"  to pl-goal-flag(plant-pick, year-idx).

      * An envelope for a plant in the version, in one of its years.
       615-post-one-envelope.
           if et-version(envelope-idx) EQUAL TO version-in and
              et-fy(envelope-idx) NOT LESS THAN version-start-fy and
              et-fy(envelope-idx) NOT GREATER THAN
                 version-start-fy + 4
              move et-plant(envelope-idx) to probe-plant
              perform 611-find-plant thru 611-find-exit
              if NOT plant-not-found
                 compute year-idx =
                         et-fy(envelope-idx) - version-start-fy + 1
                 move et-amount(envelope-idx)
                      to pl-envelope(plant-pick, year-idx)
                 move "Y" to pl-env-flag(plant-pick, year-idx)
              end-if
           end-if.

      * The next unlisted line of the version by rank, lowest first.
       620-order-next-line.
           move zero to next-pick
           perform 621-test-one-order
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           if next-pick EQUAL TO zero
              move line-count to order-idx
              go to 620-order-exit
           end-if
           move "Y" to pt-listed(next-pick)
           add 1 to order-count
           move next-pick to order-line(order-count).
       620-order-exit.
           exit.

       621-test-one-order.
           if pt-listed(line-idx) NOT EQUAL TO "Y"
              if next-pick EQUAL TO zero
                 move line-idx to next-pick
              else
                 if pt-rank(line-idx) < pt-rank(next-pick)
                    move line-idx to next-pick
                 end-if
              end-if
           end-if.

      * One year of the fit: in rank order, each project's spend for
      * the year goes in under the plant's envelope if it fits; if
      * not, the project slips -- this year's spend and all after it
      * move out a year, past the fifth year into PT-FITTED(6).
       630-fit-one-year.
           perform 631-fit-one-line
                   varying order-idx from 1 by 1
                   until order-idx > order-count.

       631-fit-one-line.
           move order-line(order-idx) to line-idx
           if pt-fitted(line-idx, year-idx) > zero
              move pt-plant(line-idx) to probe-plant
              perform 611-find-plant thru 611-find-exit
              if NOT plant-not-found
                 if pl-env-flag(plant-pick, year-idx) EQUAL TO "Y"
                    and pl-fitted(plant-pick, year-idx) +
                        pt-fitted(line-idx, year-idx) >
                        pl-envelope(plant-pick, year-idx)
                    perform 632-slip-one-line
                 else
                    add pt-fitted(line-idx, year-idx)
                        to pl-fitted(plant-pick, year-idx)
                 end-if
              end-if
           end-if.

       632-slip-one-line.
           if pt-slip-fy(line-idx) EQUAL TO zero
              compute pt-slip-fy(line-idx) =
                      version-start-fy + year-idx - 1
              add 1 to slip-count
           end-if
           add 1 to pt-slip-years(line-idx)
           add pt-fitted(line-idx, 5) to pt-fitted(line-idx, 6)
           perform 633-shift-one-year
                   varying shift-idx from 5 by -1
                   until shift-idx NOT GREATER THAN year-idx
           move zero to pt-fitted(line-idx, year-idx).

       633-shift-one-year.
           move pt-fitted(line-idx, shift-idx - 1)
                to pt-fitted(line-idx, shift-idx).

      * A project is in service the year its fitted spend ends (the
      * first year when none is planned) and adds its savings there;
      * one slipped past the plan adds none.
       640-settle-one-line.
           move order-line(order-idx) to line-idx
           move 1 to pt-in-service(line-idx)
           perform 641-test-last-spend
                   varying shift-idx from 1 by 1
                   until shift-idx > 6
           move pt-plant(line-idx) to probe-plant
           perform 611-find-plant thru 611-find-exit
           if NOT plant-not-found
              add pt-fitted(line-idx, 6) to pl-beyond(plant-pick)
              if pt-in-service(line-idx) < 6
                 move pt-in-service(line-idx) to year-idx
                 add pt-savings(line-idx)
                     to pl-added(plant-pick, year-idx)
              end-if
           end-if.

       641-test-last-spend.
           if pt-fitted(line-idx, shift-idx) > zero
              move shift-idx to pt-in-service(line-idx)
           end-if.

      * The SAVGOAL targets of the plants and years in the plan.
       650-load-goals.
           open input goal-file
           if goal-status NOT EQUAL TO "00"
              display "No SAVGOAL targets on file."
              go to 650-load-exit
           end-if
           move "N" to file-eof-flag
           perform 651-read-goal-record
           perform 652-post-goal-record until file-eof
           close goal-file.
       650-load-exit.
           exit.

       651-read-goal-record.
           read goal-file
              at end move "Y" to file-eof-flag
           end-read.

       652-post-goal-record.
           if sg-fy NUMERIC
              move sg-fy to fy-num
           else
              move zero to fy-num
           end-if
           if fy-num NOT LESS THAN version-start-fy and
              fy-num NOT GREATER THAN version-start-fy + 4
              move zero to plant-pick
              move function upper-case(sg-plant) to probe-plant
              perform 612-test-one-plant
                      varying plant-idx from 1 by 1
                      until plant-idx > plant-count
              if NOT plant-not-found
                 compute year-idx = fy-num - version-start-fy + 1
                 move function lower-case(sg-target-in)
                      to sg-target-in
                 compute pl-target(plant-pick, year-idx) =
                         function numval(sg-target-in)
                 move "Y" to pl-goal-flag(plant-pick, year-idx)
              end-if
           end-if
           perform 651-read-goal-record.

       660-print-one-plant.
           move spaces to out-line
           perform 890-emit-line
           move spaces to out-line
           string "PLANT " pl-plant(plant-idx)
                  delimited by size into out-line
           perform 890-emit-line
           move spaces to out-line
           string "  FY        ENVELOPE       PLANNED  OVER(-)/UNDER"
                  "        FITTED  SAVINGS ADDED    CUMULATIVE"
                  "  SAVGOAL TARGET  TO GOAL"
                  delimited by size into out-line
           perform 890-emit-line
           move zero to cumulative-savings
           perform 661-print-one-year
                   varying year-idx from 1 by 1
                   until year-idx > 5
           if pl-beyond(plant-idx) > zero
              move pl-beyond(plant-idx) to money-out
              move spaces to out-line
              string "  " money-out " OF SPEND SLIPS PAST FY"
                     fy-end-out
                     delimited by size into out-line
              perform 890-emit-line
           end-if.

       661-print-one-year.
           compute fy-out = version-start-fy + year-idx - 1
           move pl-envelope(plant-idx, year-idx) to year-envelope
           move pl-env-flag(plant-idx, year-idx) to year-env-flag
           move pl-planned(plant-idx, year-idx) to year-planned
           move pl-fitted(plant-idx, year-idx) to year-fitted
           move pl-added(plant-idx, year-idx) to year-added
           move pl-target(plant-idx, year-idx) to year-target
           move pl-goal-flag(plant-idx, year-idx) to year-goal-flag
           add year-added to cumulative-savings

           move year-planned to money-out
           move money-out to planned-text
           move year-fitted to money-out
           move money-out to fitted-text
           move year-added to money-out
           move money-out to added-text
           move cumulative-savings to money-out
           move money-out to cum-text
           if year-env-flag EQUAL TO "Y"
              move year-envelope to money-out
              move money-out to env-text
              compute year-diff = year-envelope - year-planned
              move year-diff to signed-money-out
              move signed-money-out to diff-text
           else
              move "        NONE" to env-text
              move spaces to diff-text
           end-if
           if year-goal-flag EQUAL TO "Y"
              move year-target to money-out
              move money-out to target-text
              if year-target > zero
                 compute goal-pct rounded =
                         (cumulative-savings / year-target) * 100
                 move goal-pct to pct-out
                 move spaces to pct-text
                 string pct-out "%" delimited by size into pct-text
              else
                 move spaces to pct-text
              end-if
           else
              move "        NONE" to target-text
              move spaces to pct-text
           end-if
           move spaces to out-line
           string "  " fy-out "  " env-text "  " planned-text "  "
                  diff-text "  " fitted-text "   " added-text "  "
                  cum-text "    " target-text "  " pct-text
                  delimited by size into out-line
           perform 890-emit-line.

       670-print-one-project.
           move order-line(order-idx) to line-idx
           perform 280-describe-line
           move pt-rank(line-idx) to rank-out
           perform 671-format-one-spend
                   varying year-idx from 1 by 1
                   until year-idx > 5
           move pt-savings(line-idx) to short-money-out
           move spaces to out-line
           string rank-out "  " item-desc " " pt-plant(line-idx)
                  spend-text(1) spend-text(2) spend-text(3)
                  spend-text(4) spend-text(5) "  " short-money-out
                  delimited by size into out-line
           perform 890-emit-line.

       671-format-one-spend.
           move pt-fitted(line-idx, year-idx) to short-money-out
           move short-money-out to spend-text(year-idx).

       680-print-one-slip.
           move order-line(order-idx) to line-idx
           if pt-slip-fy(line-idx) NOT EQUAL TO zero
              perform 280-describe-line
              move pt-rank(line-idx) to rank-out
              move spaces to out-line
              if pt-in-service(line-idx) EQUAL TO 6
                 move pt-fitted(line-idx, 6) to money-out
                 string rank-out "  " item-desc " " pt-plant(line-idx)
                        "  OVER IN FY" pt-slip-fy(line-idx)
                        " -- " money-out " SLIPS PAST FY"
                        fy-end-out
                        delimited by size into out-line
              else
                 compute fy-out =
                         version-start-fy + pt-in-service(line-idx)
                         - 1
                 string rank-out "  " item-desc " " pt-plant(line-idx)
                        "  OVER IN FY" pt-slip-fy(line-idx)
                        " -- SLIPS " pt-slip-years(line-idx)
                        " YR, IN SERVICE FY" fy-out
                        delimited by size into out-line
              end-if
              perform 890-emit-line
           end-if.

      * Two versions side by side: each plant's planned spend and
      * envelope by fiscal year, then the candidates added, dropped,
      * or changed between them.
       700-compare-versions.
           display spaces
           display "First (earlier) plan:"
           move "N" to version-new-ok
           perform 200-version-entry thru 200-version-exit
           if version-in EQUAL TO spaces
              go to 700-compare-exit
           end-if
           move version-in to version-a
           move version-start-fy to start-a
           display "Second (later) plan:"
           perform 200-version-entry thru 200-version-exit
           if version-in EQUAL TO spaces
              go to 700-compare-exit
           end-if
           move version-in to version-b
           move version-start-fy to start-b

           move start-a to compare-first-fy
           if start-b < compare-first-fy
              move start-b to compare-first-fy
           end-if
           if start-a > start-b
              compute compare-years = start-a - start-b + 5
           else
              compute compare-years = start-b - start-a + 5
           end-if
           if compare-years > 10
              display "The two plans are more than five years"
                      " apart -- nothing to compare."
              go to 700-compare-exit
           end-if

           move zero to plant-count
           move zero to total-a total-b savings-a savings-b
           perform 710-enter-one-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           perform 715-enter-one-envelope
                   varying envelope-idx from 1 by 1
                   until envelope-idx > envelope-count

           display spaces
           display "Print the comparison to a report file?"
           display "(Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "CAPITAL PLAN VERSION COMPARISON" to report-title
              move "CAPPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "CAPITAL PLAN COMPARISON  " version-a " AGAINST "
                  version-b "  (run " todays-date-out ")"
                  delimited by size into out-line
           perform 890-emit-line
           perform 720-print-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           move spaces to out-line
           perform 890-emit-line
           move total-a to money-out
           move money-out to a-spend-text
           move total-b to money-out
           move money-out to b-spend-text
           move spaces to out-line
           string "TOTAL PLANNED SPEND  " version-a " " a-spend-text
                  "   " version-b " " b-spend-text
                  delimited by size into out-line
           perform 890-emit-line
           move savings-a to money-out
           move money-out to a-spend-text
           move savings-b to money-out
           move money-out to b-spend-text
           move spaces to out-line
           string "ANNUAL SAVINGS       " version-a " " a-spend-text
                  "   " version-b " " b-spend-text
                  delimited by size into out-line
           perform 890-emit-line

           move spaces to out-line
           perform 890-emit-line
           move "CANDIDATES ADDED, DROPPED, OR CHANGED" to out-line
           perform 890-emit-line
           move zero to change-count
           perform 730-compare-one-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           move change-count to count-out
           move spaces to out-line
           string count-out " CANDIDATES DIFFER."
                  delimited by size into out-line
           perform 890-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display "Report written to CAPPRINT."
           end-if

           move "CAPPLAN" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Capital plans compared " version-a " " version-b
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       700-compare-exit.
           exit.

       710-enter-one-line.
           if pt-version(line-idx) EQUAL TO version-a or
              pt-version(line-idx) EQUAL TO version-b
              move pt-plant(line-idx) to probe-plant
              perform 711-find-compare-plant thru 711-find-exit
              if NOT plant-not-found
                 perform 713-enter-one-spend
                         varying year-idx from 1 by 1
                         until year-idx > 5
              end-if
              if pt-version(line-idx) EQUAL TO version-a
                 add pt-savings(line-idx) to savings-a
              else
                 add pt-savings(line-idx) to savings-b
              end-if
           end-if.

       711-find-compare-plant.
           move zero to plant-pick
           perform 712-test-compare-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count
           if NOT plant-not-found
              go to 711-find-exit
           end-if
           if plant-count NOT LESS THAN max-plants
              go to 711-find-exit
           end-if
           add 1 to plant-count
           move plant-count to plant-pick
           move probe-plant to cm-plant(plant-pick)
           perform 714-clear-compare-year
                   varying compare-idx from 1 by 1
                   until compare-idx > 10.
       711-find-exit.
           exit.

       712-test-compare-plant.
           if cm-plant(plant-idx) EQUAL TO probe-plant
              move plant-idx to plant-pick
           end-if.

       713-enter-one-spend.
           compute compare-idx = pt-start-fy(line-idx) + year-idx
                                 - compare-first-fy
           if pt-version(line-idx) EQUAL TO version-a
              add pt-spend(line-idx, year-idx)
                  to cm-a-spend(plant-pick, compare-idx)
              add pt-spend(line-idx, year-idx) to total-a
           else
              add pt-spend(line-idx, year-idx)
                  to cm-b-spend(plant-pick, compare-idx)
              add pt-spend(line-idx, year-idx) to total-b
           end-if.

       714-clear-compare-year.
           move zero to cm-a-spend(plant-pick, compare-idx)
           move zero to cm-b-spend(plant-pick, compare-idx)
           move zero to cm-a-env(plant-pick, compare-idx)
           move zero to cm-b-env(plant-pick, compare-idx)
           move "N"  to cm-a-flag(plant-pick, compare-idx)
           move "N"  to cm-b-flag(plant-pick, compare-idx).

       715-enter-one-envelope.
           if et-version(envelope-idx) EQUAL TO version-a
              if et-fy(envelope-idx) NOT LESS THAN start-a and
                 et-fy(envelope-idx) NOT GREATER THAN start-a + 4
                 move et-plant(envelope-idx) to probe-plant
                 perform 711-find-compare-plant thru 711-find-exit
                 if NOT plant-not-found
                    compute compare-idx = et-fy(envelope-idx)
                                          - compare-first-fy + 1
                    move et-amount(envelope-idx)
                         to cm-a-env(plant-pick, compare-idx)
                    move "Y" to cm-a-flag(plant-pick, compare-idx)
                 end-if
              end-if
           end-if
           if et-version(envelope-idx) EQUAL TO version-b
              if et-fy(envelope-idx) NOT LESS THAN start-b and
                 et-fy(envelope-idx) NOT GREATER THAN start-b + 4
                 move et-plant(envelope-idx) to probe-plant
                 perform 711-find-compare-plant thru 711-find-exit
                 if NOT plant-not-found
                    compute compare-idx = et-fy(envelope-idx)
                                          - compare-first-fy + 1
                    move et-amount(envelope-idx)
                         to cm-b-env(plant-pick, compare-idx)
                    move "Y" to cm-b-flag(plant-pick, compare-idx)
                 end-if
              end-if
           end-if.

       720-print-one-plant.
           move spaces to out-line
           perform 890-emit-line
           move spaces to out-line
           string "PLANT " cm-plant(plant-idx) "      "
                  version-a "                 " version-b
                  delimited by size into out-line
           perform 890-emit-line
           move spaces to out-line
           string "  FY         PLANNED      ENVELOPE"
                  "       PLANNED      ENVELOPE  CHANGE IN SPEND"
                  delimited by size into out-line
           perform 890-emit-line
           perform 721-print-one-year
                   varying compare-idx from 1 by 1
                   until compare-idx > compare-years.

       721-print-one-year.
           compute fy-out = compare-first-fy + compare-idx - 1
           if fy-out NOT LESS THAN start-a and
              fy-out NOT GREATER THAN start-a + 4
              move cm-a-spend(plant-idx, compare-idx) to money-out
              move money-out to a-spend-text
              if cm-a-flag(plant-idx, compare-idx) EQUAL TO "Y"
                 move cm-a-env(plant-idx, compare-idx) to money-out
                 move money-out to a-env-text
              else
                 move "        NONE" to a-env-text
              end-if
           else
              move spaces to a-spend-text a-env-text
           end-if
           if fy-out NOT LESS THAN start-b and
              fy-out NOT GREATER THAN start-b + 4
              move cm-b-spend(plant-idx, compare-idx) to money-out
              move money-out to b-spend-text
              if cm-b-flag(plant-idx, compare-idx) EQUAL TO "Y"
                 move cm-b-env(plant-idx, compare-idx) to money-out
                 move money-out to b-env-text
              else
                 move "        NONE" to b-env-text
              end-if
           else
              move spaces to b-spend-text b-env-text
           end-if
           compute year-diff = cm-b-spend(plant-idx, compare-idx)
                             - cm-a-spend(plant-idx, compare-idx)
           move year-diff to signed-money-out
           move spaces to out-line
           string "  " fy-out "  " a-spend-text "  " a-env-text
                  "  " b-spend-text "  " b-env-text "  "
                  signed-money-out
                  delimited by size into out-line
           perform 890-emit-line.

      * A line of the first version against the same candidate in the
      * second (dropped if it is not there, changed if its rank,
      * plant, spend, or savings moved), and a line of the second
      * not in the first (added).
       730-compare-one-line.
           if pt-version(line-idx) EQUAL TO version-a
              move version-b to probe-version
              perform 731-probe-other thru 731-probe-exit
              perform 280-describe-line
              move spaces to out-line
              if other-pick EQUAL TO zero
                 move pt-rank(line-idx) to rank-out
                 string "  DROPPED  " item-desc " RANK " rank-out
                        delimited by size into out-line
                 add 1 to change-count
                 perform 890-emit-line
              else
                 perform 732-test-changed
              end-if
           end-if
           if pt-version(line-idx) EQUAL TO version-b
              move version-a to probe-version
              perform 731-probe-other thru 731-probe-exit
              if other-pick EQUAL TO zero
                 perform 280-describe-line
                 move pt-rank(line-idx) to rank-out
                 move zero to planned-total
                 perform 733-add-line-spend
                         varying year-idx from 1 by 1
                         until year-idx > 5
                 move planned-total to money-out
                 move spaces to out-line
                 string "  ADDED    " item-desc " RANK " rank-out
                        "  SPEND " money-out
                        delimited by size into out-line
                 add 1 to change-count
                 perform 890-emit-line
              end-if
           end-if.

       731-probe-other.
           move pt-source(line-idx)  to probe-source
           move pt-project(line-idx) to probe-project
           move pt-study(line-idx)   to probe-study
           move pt-alt(line-idx)     to probe-alt
           move line-idx to order-idx
           perform 260-find-line
           move line-pick to other-pick
           move order-idx to line-idx.
       731-probe-exit.
           exit.

       732-test-changed.
           move zero to planned-total
           perform 733-add-line-spend
                   varying year-idx from 1 by 1
                   until year-idx > 5
           move planned-total to total-a
           move line-idx to order-idx
           move other-pick to line-idx
           move zero to planned-total
           perform 733-add-line-spend
                   varying year-idx from 1 by 1
                   until year-idx > 5
           move order-idx to line-idx
           move planned-total to total-b
           if pt-rank(line-idx) NOT EQUAL TO pt-rank(other-pick) or
              pt-plant(line-idx) NOT EQUAL TO pt-plant(other-pick) or
              pt-savings(line-idx) NOT EQUAL TO
                 pt-savings(other-pick) or
              total-a NOT EQUAL TO total-b or
              pt-start-fy(line-idx) NOT EQUAL TO
                 pt-start-fy(other-pick)
              move pt-rank(line-idx) to rank-out
              move total-a to money-out
              move money-out to a-spend-text
              move total-b to money-out
              move money-out to b-spend-text
              move pt-rank(other-pick) to rank-to-out
              move spaces to out-line
              string "  CHANGED  " item-desc " RANK " rank-out
                     " TO " rank-to-out "  SPEND " a-spend-text
                     " TO " b-spend-text
                     delimited by size into out-line
              add 1 to change-count
              perform 890-emit-line
           end-if.

       733-add-line-spend.
           add pt-spend(line-idx, year-idx) to planned-total.

       890-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
