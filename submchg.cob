      *****************************************************************
      * SUBMETER CHARGEBACK OF UTILITY BILLS                          *
      *                                                               *
      * A plant's master-meter bill on BILLLOG is one lump of cost;   *
      * the production departments are supposed to pay for what they *
      * use.  The SUBMAST submeter master ties each submeter to its   *
      * parent BILLLOG meter and to the department's GL account and   *
      * cost center, and the SUBREAD log takes the monthly submeter   *
      * readings.  The chargeback run for a fiscal period splits each *
      * master bill ending in the period across its submeters by      *
      * metered share, the unmetered remainder going to the plant's   *
      * house/common account, prints one chargeback statement per     *
      * department, and writes the allocations as balanced pairs to   *
      * the GLCHARGE interface file in the GLJOURNAL layout GLEXTRCT  *
      * writes, so the GL loader takes them the same way.             *
      *                                                               *
      * The house account and the utility-cost clearing account the   *
      * master bill was booked to come off the GLMAP row for program  *
      * SUBMCHG, result type HOUSE (plant code or ****): its debit    *
      * side is the house account, its credit side the clearing      *
      * account every allocation is credited to.                      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   submchg.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The submeter master, one line per submeter.
           select submeter-file assign to "SUBMAST"
                  organization is line sequential
                  file status is submast-status.

      * Monthly submeter readings, one line per reading.
           select sub-reading-file assign to "SUBREAD"
                  organization is line sequential
                  file status is subread-status.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

      * Utility-bill log -- see BILLSEL.
           COPY billsel.

      * Source-to-account mapping -- the GLEXTRCT file.
           select glmap-file assign to "GLMAP"
                  organization is line sequential
                  file status is glmap-status.

      * The chargeback's GL interface file -- see GLJRNFD.
           select journal-file assign to "GLCHARGE"
                  organization is line sequential
                  file status is journal-status.

           select report-file assign to "SUBMPRINT"
                  organization is line sequential
                  file status is report-status.

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
      * One line per submeter: its ID, the plant and BILLLOG master
      * meter it sits behind, the department it charges, that
      * department's GL account and cost center, and a description.
       fd  submeter-file
           record contains 60 characters.
       01 submeter-record.
           05 sm-submeter        pic x(10).
           05 sm-plant           pic x(4).
           05 sm-parent          pic x(10).
           05 sm-dept            pic x(10).
           05 sm-acct            pic x(8).
           05 sm-cc              pic x(4).
           05 sm-desc            pic x(14).

      * One line per monthly reading: submeter, the month the usage
      * belongs to (YYYYMM), the date read, the register reading,
      * and the month's usage worked out from the prior reading.
       fd  sub-reading-file
           record contains 50 characters.
       01 sub-reading-record.
           05 sr-submeter        pic x(10).
           05 sr-month           pic x(6).
           05 sr-date            pic x(8).
           05 sr-reading-in      pic x(10).
           05 sr-usage-in        pic x(10).
           05 filler             pic x(6).

       fd  plant-master-file
           record contains 30 characters.
       01 plant-master-record.
           05 pm-code            pic x(4).
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       COPY billfd.

       fd  glmap-file
           record contains 60 characters.
       01 glmap-record.
           05 gm-pgm             pic x(10).
           05 gm-plant           pic x(4).
           05 gm-type            pic x(10).
           05 gm-dr-acct         pic x(8).
           05 gm-dr-cc           pic x(4).
           05 gm-cr-acct         pic x(8).
           05 gm-cr-cc           pic x(4).
           05 gm-eff-date        pic x(8).
           05 filler             pic x(8).

       COPY gljrnfd.

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY auditfd.

       COPY fiscfd.

       COPY plockfd.

       COPY letterfd.

       working-storage section.

      * Suite-wide audit-trail fields.
       COPY auditws.

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

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * Operator preference profile -- see OPERPREF.
       COPY operpref.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

      * In-storage copy of the submeter master -- maintenance works
      * on the table and writes the file back whole.
       01 submast-status        pic xx.
       01 sub-eof-flag          pic x value "N".
           88 sub-eof                  value "Y".
       01 sub-count             pic 9(3) value zero.
       01 max-submeters         pic 9(3) value 200.
       01 sub-idx               pic 9(3).
       01 sub-pick              pic 9(3) value zero.
           88 sub-not-found            value zero.
       01 submeter-table.
           05 submeter-entry occurs 200 times.
               10 st-submeter    pic x(10).
               10 st-plant       pic x(4).
               10 st-parent      pic x(10).
               10 st-dept        pic x(10).
               10 st-acct        pic x(8).
               10 st-cc          pic x(4).
               10 st-desc        pic x(14).
               10 st-usage       pic 9(9)v99 USAGE COMP.

      * Plant master, for validating the plant code.
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 plant-master-count    pic 99 value zero.
       01 pmast-idx             pic 99.
       01 plant-found-flag      pic x.
           88 plant-on-file            value "Y".
       01 plant-master-table.
           05 plant-master-entry occurs 20 times.
               10 pmt-code       pic x(4).

      * Reading-log fields.
       01 subread-status        pic xx.
       01 read-eof-flag         pic x value "N".
           88 read-eof                 value "Y".
       01 prior-month           pic x(6).
       01 prior-reading         pic 9(9)v99.
       01 prior-found-flag      pic x.
           88 prior-found              value "Y".
       01 this-reading          pic 9(9)v99.
       01 this-usage            pic 9(9)v99.
       01 reading-fmt           pic 9(7).99 usage display.
       01 month-lo              pic x(6).
       01 month-hi              pic x(6).

      * The GLMAP table.
       01 glmap-status          pic xx.
       01 glmap-eof-flag        pic x value "N".
           88 glmap-eof                value "Y".
       01 glmap-count           pic 99 value zero.
       01 glmap-idx             pic 99.
       01 glmap-pick            pic 99 value zero.
           88 no-mapping               value zero.
       01 glmap-table.
           05 glmap-entry occurs 40 times.
               10 gt-pgm         pic x(10).
               10 gt-plant       pic x(4).
               10 gt-type        pic x(10).
               10 gt-dr-acct     pic x(8).
               10 gt-dr-cc       pic x(4).
               10 gt-cr-acct     pic x(8).
               10 gt-cr-cc       pic x(4).

      * Entry fields.
       01 submeter-in           pic x(10).
       01 plant-in              pic x(4).
       01 parent-in             pic x(10).
       01 dept-in               pic x(10).
       01 acct-in               pic x(8).
       01 cc-in                 pic x(4).
       01 desc-in               pic x(14).
       01 month-in              pic x(6).
       01 value-in              pic x(12).
       01 yes-no                pic x.
           88 affirm                   value "Y".

      * Period-entry fields -- the same FISCALCAL lookup GLEXTRCT
      * runs.
       01 ask-year-in           pic x(4).
       01 ask-period-in         pic x(2).
       01 period-start          pic x(8).
       01 period-end            pic x(8).
       01 period-found-flag     pic x value "N".
           88 period-found             value "Y".

      * Chargeback run fields.
       01 bill-status           pic xx.
       01 bill-eof-flag         pic x value "N".
           88 bill-eof                 value "Y".
       01 bill-month            pic x(6).
       01 bill-usage            pic 9(9)v99 USAGE COMP.
       01 bill-dollars          pic 9(9)v99 USAGE COMP.
       01 child-count           pic 9(3) USAGE COMP.
       01 child-usage-total     pic 9(10)v99 USAGE COMP.
       01 share-usage           pic 9(9)v99 USAGE COMP.
       01 share-dollars         pic 9(9)v99 USAGE COMP.
       01 allocated-dollars     pic 9(9)v99 USAGE COMP.
       01 allocated-usage       pic 9(10)v99 USAGE COMP.
       01 house-dollars         pic s9(9)v99 USAGE COMP.
       01 house-usage           pic s9(10)v99 USAGE COMP.
       01 bills-charged         pic 9(5) value zero.
       01 bills-no-subs         pic 9(5) value zero.
       01 bills-no-map          pic 9(5) value zero.
       01 bills-over-read       pic 9(5) value zero.

      * Reading usage for the run's months.
       01 rdg-count             pic 9(4) value zero.
       01 rdg-idx               pic 9(4).
       01 rdg-table.
           05 rdg-entry occurs 1000 times.
               10 rg-submeter    pic x(10).
               10 rg-month       pic x(6).
               10 rg-usage       pic 9(9)v99 USAGE COMP.

      * One allocation per submeter share and house remainder.
       01 alloc-count           pic 9(4) value zero.
       01 max-allocs            pic 9(4) value 800.
       01 alloc-idx             pic 9(4).
       01 alloc-table.
           05 alloc-entry occurs 800 times.
               10 at-dept        pic x(10).
               10 at-dr-acct     pic x(8).
               10 at-dr-cc       pic x(4).
               10 at-cr-acct     pic x(8).
               10 at-cr-cc       pic x(4).
               10 at-plant       pic x(4).
               10 at-meter       pic x(10).
               10 at-submeter    pic x(10).
               10 at-bill-end    pic x(8).
               10 at-usage       pic 9(9)v99 USAGE COMP.
               10 at-pct         pic 9(3)v99 USAGE COMP.
               10 at-dollars     pic 9(9)v99 USAGE COMP.

      * The departments the statements print for.
       01 dept-count            pic 9(3) value zero.
       01 dept-idx              pic 9(3).
       01 dept-pick             pic 9(3) value zero.
       01 dept-table.
           05 dept-entry occurs 200 times.
               10 dt-dept        pic x(10).
               10 dt-dollars     pic 9(9)v99 USAGE COMP.

      * GL interface fields.
       01 journal-status        pic xx.
       01 posting-amount        pic 9(9)v99.
       01 posting-ref           pic x(14).
       01 posting-desc          pic x(20).
       01 line-count            pic 9(5) value zero.
       01 debit-total           pic 9(11)v99 value zero.
       01 credit-total          pic 9(11)v99 value zero.
       01 run-total             pic 9(11)v99 value zero.

      * Displayed-fields.
       01 usage-out             pic zzz,zzz,zz9.99 usage display.
       01 pct-out               pic zz9.99 usage display.
       01 dollars-out           pic $$,$$$,$$9.99 usage display.
       01 total-out             pic $$,$$$,$$$,$$9.99.
       01 count-out             pic zz,zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** SUBMETER CHARGEBACK BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-plant-master
           perform 110-load-submeters thru 110-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** SUBMETER CHARGEBACK ENDS *****"
           display spaces

           move "SUBMCHG" to audit-trail-pgm
           move "Submeter chargeback session completed."
                           to audit-trail-detail
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
           display " 1 --- Add or change a submeter"
           display " 2 --- List the submeters"
           display " 3 --- Log a monthly submeter reading"
           display " 4 --- Chargeback run for a fiscal period"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-change-submeter thru
                             300-change-exit
              when "2" perform 200-list-submeters
              when "3" perform 400-log-reading thru 400-log-exit
              when "4" perform 500-chargeback-run thru
                             500-run-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

       105-load-plant-master.
           move zero to plant-master-count
           open input plant-master-file
           if plant-status EQUAL TO "00"
              move "N" to plant-eof-flag
              perform 106-read-plant-record
              perform 107-store-plant-record until plant-eof
              close plant-master-file
           end-if.

       106-read-plant-record.
           read plant-master-file
              at end move "Y" to plant-eof-flag
           end-read.

       107-store-plant-record.
           if pm-code NOT EQUAL TO spaces and plant-master-count < 20
              add 1 to plant-master-count
              move plant-master-count to pmast-idx
              move function upper-case(pm-code) to pmt-code(pmast-idx)
           end-if
           perform 106-read-plant-record.

       110-load-submeters.
           move zero to sub-count
           open input submeter-file
           if submast-status NOT EQUAL TO "00"
              display "No SUBMAST submeter master on file yet -- the"
              display "first submeter added creates it."
              go to 110-load-exit
           end-if
           move "N" to sub-eof-flag
           perform 111-read-submeter-record
           perform 112-store-submeter-record until sub-eof
           close submeter-file.
       110-load-exit.
           exit.

       111-read-submeter-record.
           read submeter-file
              at end move "Y" to sub-eof-flag
           end-read.

       112-store-submeter-record.
           if sm-submeter NOT EQUAL TO spaces and
              sub-count < max-submeters
              add 1 to sub-count
              move sub-count to sub-idx
              move sm-submeter to st-submeter(sub-idx)
              move function upper-case(sm-plant)
                   to st-plant(sub-idx)
              move sm-parent   to st-parent(sub-idx)
              move sm-dept     to st-dept(sub-idx)
              move sm-acct     to st-acct(sub-idx)
              move sm-cc       to st-cc(sub-idx)
              move sm-desc     to st-desc(sub-idx)
           end-if
           perform 111-read-submeter-record.

      * GLMAP versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==114-scan-map-versions==
            ==VR-SCAN-EXIT== BY ==114-scan-map-exit==
            ==VR-READ-PARA== BY ==114a-read-map-version==
            ==VR-HOLD-PARA== BY ==114b-hold-map-version==
            ==VR-CHECK-PARA== BY ==114c-check-map-version==
            ==VR-FIND-PARA== BY ==114d-find-map-version==
            ==VR-TEST-PARA== BY ==114e-test-map-version==
            ==VR-FILE== BY ==glmap-file==
            ==VR-STATUS== BY ==glmap-status==
            ==VR-KEY== BY ==glmap-record(1:24)==
            ==VR-DATE== BY ==gm-eff-date==.

       115-load-glmap.
           move zero to glmap-count
           move period-end to vr-as-of-date
           perform 114-scan-map-versions thru 114-scan-map-exit
           open input glmap-file
           if glmap-status EQUAL TO "00"
              move "N" to glmap-eof-flag
              perform 116-read-glmap-record
              perform 117-store-glmap-record until glmap-eof
              close glmap-file
           end-if.

       116-read-glmap-record.
           read glmap-file
              at end move "Y" to glmap-eof-flag
           end-read.

       117-store-glmap-record.
           perform 114c-check-map-version
           if vr-in-force and
              gm-pgm NOT EQUAL TO spaces and glmap-count < 40
              add 1 to glmap-count
              move glmap-count to glmap-idx
              move function upper-case(gm-pgm)
                   to gt-pgm(glmap-idx)
              move function upper-case(gm-plant)
                   to gt-plant(glmap-idx)
              move function upper-case(gm-type)
                   to gt-type(glmap-idx)
              move gm-dr-acct to gt-dr-acct(glmap-idx)
              move gm-dr-cc   to gt-dr-cc(glmap-idx)
              move gm-cr-acct to gt-cr-acct(glmap-idx)
              move gm-cr-cc   to gt-cr-cc(glmap-idx)
           end-if
           perform 116-read-glmap-record.

       180-save-submeters.
           open output submeter-file
           if submast-status NOT EQUAL TO "00"
              display "Unable to open SUBMAST for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-submeter
                   varying sub-idx from 1 by 1
                   until sub-idx > sub-count
           close submeter-file

           move "SUBMCHG" to audit-trail-pgm
           move "SUBMAST submeter master rewritten."
                to audit-trail-detail
           perform 995-write-audit-trail.
       180-save-exit.
           exit.

       181-write-one-submeter.
           move spaces to submeter-record
           move st-submeter(sub-idx) to sm-submeter
           move st-plant(sub-idx)    to sm-plant
           move st-parent(sub-idx)   to sm-parent
           move st-dept(sub-idx)     to sm-dept
           move st-acct(sub-idx)     to sm-acct
           move st-cc(sub-idx)       to sm-cc
           move st-desc(sub-idx)     to sm-desc
           write submeter-record.

       200-list-submeters.
           display spaces
           display "SUBMETER   PLNT PARENT     DEPT       ACCOUNT  CC"
                   "   DESCRIPTION"
           perform 210-disp-one-submeter
                   varying sub-idx from 1 by 1
                   until sub-idx > sub-count
           move sub-count to count-out
           display spaces
           display count-out " submeters on SUBMAST.".

       210-disp-one-submeter.
           display st-submeter(sub-idx) " " st-plant(sub-idx) " "
                   st-parent(sub-idx) " " st-dept(sub-idx) " "
                   st-acct(sub-idx) " " st-cc(sub-idx) " "
                   st-desc(sub-idx).

       250-find-submeter.
           move zero to sub-pick
           perform 251-test-one-submeter
                   varying sub-idx from 1 by 1
                   until sub-idx > sub-count.

       251-test-one-submeter.
           if st-submeter(sub-idx) EQUAL TO submeter-in
              move sub-idx to sub-pick
           end-if.

       252-test-plant-code.
           if pmt-code(pmast-idx) EQUAL TO plant-in
              move "Y" to plant-found-flag
           end-if.

      * Add or change: a new ID adds a submeter, an ID on file
      * replaces its line after showing what is there.
       300-change-submeter.
           display spaces
           display "Submeter ID (blank to cancel): " with no advancing
           accept submeter-in
           if submeter-in EQUAL TO spaces
              go to 300-change-exit
           end-if
           perform 250-find-submeter
           if sub-pick > zero
              display "On file: " st-plant(sub-pick) " "
                      st-parent(sub-pick) " " st-dept(sub-pick) " "
                      st-acct(sub-pick) "/" st-cc(sub-pick)
              display "Replace it? (Y/N): " with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 300-change-exit
              end-if
           else
              if sub-count NOT LESS THAN max-submeters
                 display "The submeter master is full."
                 go to 300-change-exit
              end-if
           end-if

           display "Plant code (blank for your stored default): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-master-count > zero
              move "N" to plant-found-flag
              perform 252-test-plant-code
                      varying pmast-idx from 1 by 1
                      until pmast-idx > plant-master-count
              if NOT plant-on-file
                 display "Plant " plant-in " is not in PLANTMAST."
                 go to 300-change-exit
              end-if
           end-if
           display "Parent BILLLOG master meter: " with no advancing
           accept parent-in
           if parent-in EQUAL TO spaces
              display "The parent meter is required."
              go to 300-change-exit
           end-if
           display "Department: " with no advancing
           accept dept-in
           move function upper-case(dept-in) to dept-in
           display "Department GL account: " with no advancing
           accept acct-in
           display "Department cost center: " with no advancing
           accept cc-in
           if dept-in EQUAL TO spaces or acct-in EQUAL TO spaces
              display "The department and its account are required."
              go to 300-change-exit
           end-if
           display "Description: " with no advancing
           accept desc-in

           if sub-pick EQUAL TO zero
              add 1 to sub-count
              move sub-count to sub-pick
              move submeter-in to st-submeter(sub-pick)
           end-if
           move plant-in  to st-plant(sub-pick)
           move parent-in to st-parent(sub-pick)
           move dept-in   to st-dept(sub-pick)
           move acct-in   to st-acct(sub-pick)
           move cc-in     to st-cc(sub-pick)
           move desc-in   to st-desc(sub-pick)
           perform 180-save-submeters thru 180-save-exit
           display "Submeter " submeter-in " saved.".
       300-change-exit.
           exit.

      * A reading: the month's usage is the register reading less
      * the submeter's latest earlier reading.  The first reading on
      * a submeter, or a register that rolled over or was changed
      * out, has its usage keyed instead.
       400-log-reading.
           display spaces
           display "Submeter ID (blank to cancel): " with no advancing
           accept submeter-in
           if submeter-in EQUAL TO spaces
              go to 400-log-exit
           end-if
           perform 250-find-submeter
           if sub-not-found
              display "Submeter " submeter-in " is not on SUBMAST."
              go to 400-log-exit
           end-if
           display "Usage month (YYYYMM): " with no advancing
           accept month-in
           if month-in NOT NUMERIC
              display "The month is YYYYMM."
              go to 400-log-exit
           end-if
           display "Register reading: " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute this-reading = function numval(value-in)

           move "N" to prior-found-flag
           move spaces to prior-month
           open input sub-reading-file
           if subread-status EQUAL TO "00"
              move "N" to read-eof-flag
              perform 410-read-reading-record
              perform 411-test-prior-reading until read-eof
              close sub-reading-file
           end-if

           if prior-found and this-reading NOT LESS THAN
              prior-reading
              compute this-usage = this-reading - prior-reading
              move this-usage to usage-out
              display "Usage since the " prior-month " reading: "
                      usage-out
           else
              if prior-found
                 display "The reading is below the " prior-month
                         " reading (rollover or meter change)."
              else
                 display "First reading on this submeter."
              end-if
              display "Usage for the month: " with no advancing
              accept value-in
              move function lower-case(value-in) to value-in
              compute this-usage = function numval(value-in)
           end-if

           open extend sub-reading-file
           if subread-status EQUAL TO "05" OR
              subread-status EQUAL TO "35"
              open output sub-reading-file
           end-if
           if subread-status NOT EQUAL TO "00"
              display "Unable to open the SUBREAD file."
              go to 400-log-exit
           end-if
           move spaces to sub-reading-record
           move submeter-in to sr-submeter
           move month-in to sr-month
           move todays-date-stamp(1:8) to sr-date
           move this-reading to reading-fmt
           move reading-fmt to sr-reading-in
           move this-usage to reading-fmt
           move reading-fmt to sr-usage-in
           write sub-reading-record
           close sub-reading-file
           display "Reading logged."

           move "SUBMCHG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Submeter reading " submeter-in " " month-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-log-exit.
           exit.

       410-read-reading-record.
           read sub-reading-file
              at end move "Y" to read-eof-flag
           end-read.

       411-test-prior-reading.
           if sr-submeter EQUAL TO submeter-in and
              sr-month < month-in and
              (prior-month EQUAL TO spaces or
               sr-month NOT LESS THAN prior-month)
              move "Y" to prior-found-flag
              move sr-month to prior-month
              move function lower-case(sr-reading-in)
                   to sr-reading-in
              compute prior-reading = function numval(sr-reading-in)
           end-if
           perform 410-read-reading-record.

      * The chargeback run: every master bill whose service period
      * ends in the fiscal period is split across its submeters by
      * their usage for the bill's ending month, the remainder to
      * the plant's house account; statements by department, then
      * the GLCHARGE journal.
       500-chargeback-run.
           display spaces
           display "Fiscal year (e.g. 2026): " with no advancing
           accept ask-year-in
           display "Fiscal period (01-13): " with no advancing
           accept ask-period-in

           perform AL-FISCAL-LOAD
           move "N" to period-found-flag
           perform 511-match-period
                   varying fiscal-idx from 1 by 1
                   until fiscal-idx > fiscal-count
           if NOT period-found
              display "FY" ask-year-in " P" ask-period-in
                      " is not in the calendar."
              go to 500-run-exit
           end-if

      * The journal posts on the period's last day; a period whose
      * close package is cut (see PERIODLK) takes nothing more.
           move period-end to period-lock-probe-date
           perform 980-check-period-lock
           if period-closed
              display "FY" fiscal-year " P" fiscal-period
                      " is closed -- an administrator must reopen it"
                      " in PERIODLK."
              go to 500-run-exit
           end-if
           if period-closing
              display "FY" fiscal-year " P" fiscal-period
                      " is closing -- post anyway? (Y/N): "
                      with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 500-run-exit
              end-if
           end-if

           if sub-count EQUAL TO zero
              display "No submeters on SUBMAST -- nothing to charge."
              go to 500-run-exit
           end-if

           perform 115-load-glmap
           perform 512-load-period-readings

           move zero to alloc-count
           move zero to bills-charged
           move zero to bills-no-subs
           move zero to bills-no-map
           move zero to bills-over-read
           open input bill-file
           if bill-status NOT EQUAL TO "00"
              display "No BILLLOG bills on file."
              go to 500-run-exit
           end-if
           move "N" to bill-eof-flag
           perform 520-read-bill-record
           perform 521-charge-one-bill thru 521-next-bill
                   until bill-eof
           close bill-file

           if alloc-count EQUAL TO zero
              display "No submetered bills ended in FY" ask-year-in
                      " P" ask-period-in "."
              go to 500-run-exit
           end-if

           display spaces
           display "Print the department statements to a report"
           display "file? (Y/N): " with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "SUBMETER CHARGEBACK STATEMENT" to report-title
              move "SUBMPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move zero to dept-count
           perform 540-note-one-dept
                   varying alloc-idx from 1 by 1
                   until alloc-idx > alloc-count
           move zero to run-total
           perform 550-print-one-statement
                   varying dept-idx from 1 by 1
                   until dept-idx > dept-count

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Statements written to SUBMPRINT."
           end-if

           perform 600-write-gl-journal thru 600-journal-exit

           display spaces
           move bills-charged to count-out
           display count-out " master bills charged back."
           if bills-no-subs > zero
              move bills-no-subs to count-out
              display count-out " bills had no submeters behind"
                      " their meter."
           end-if
           if bills-no-map > zero
              move bills-no-map to count-out
              display count-out " bills left out: no GLMAP SUBMCHG"
                      " HOUSE row for the plant."
           end-if
           if bills-over-read > zero
              move bills-over-read to count-out
              display count-out " bills had submeter usage above the"
                      " master reading; shares were scaled."
           end-if

           move "SUBMCHG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Chargeback FY" ask-year-in "P" ask-period-in
                  " written to GLCHARGE"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       500-run-exit.
           exit.

       511-match-period.
           if fp-year(fiscal-idx) EQUAL TO ask-year-in and
              fp-period(fiscal-idx) EQUAL TO ask-period-in
              move "Y" to period-found-flag
              move fp-start(fiscal-idx) to period-start
              move fp-end(fiscal-idx) to period-end
           end-if.

      * Readings for the months a bill ending in the period can
      * close in are held in storage for the share pass.
       512-load-period-readings.
           move zero to rdg-count
           move period-start(1:6) to month-lo
           move period-end(1:6) to month-hi
           open input sub-reading-file
           if subread-status EQUAL TO "00"
              move "N" to read-eof-flag
              perform 410-read-reading-record
              perform 513-store-period-reading until read-eof
              close sub-reading-file
           end-if.

       513-store-period-reading.
           if sr-month NOT LESS THAN month-lo and
              sr-month NOT GREATER THAN month-hi and
              rdg-count < 1000
              add 1 to rdg-count
              move sr-submeter to rg-submeter(rdg-count)
              move sr-month to rg-month(rdg-count)
              move function lower-case(sr-usage-in) to sr-usage-in
              compute rg-usage(rdg-count) =
                      function numval(sr-usage-in)
           end-if
           perform 410-read-reading-record.

       520-read-bill-record.
           read bill-file
              at end move "Y" to bill-eof-flag
           end-read.

       521-charge-one-bill.
           if bl-meter EQUAL TO spaces or
              bl-end < period-start or bl-end > period-end
              go to 521-next-bill
           end-if
           move function upper-case(bl-plant) to bl-plant
           move bl-end(1:6) to bill-month

           move zero to child-count
           move zero to child-usage-total
           perform 522-total-one-child
                   varying sub-idx from 1 by 1
                   until sub-idx > sub-count
           if child-count EQUAL TO zero
              add 1 to bills-no-subs
              go to 521-next-bill
           end-if

           move zero to glmap-pick
           perform 524-test-house-glmap
                   varying glmap-idx from 1 by 1
                   until glmap-idx > glmap-count
           if no-mapping
              add 1 to bills-no-map
              go to 521-next-bill
           end-if

           move function lower-case(bl-usage-in) to bl-usage-in
           move function lower-case(bl-dollars-in) to bl-dollars-in
           compute bill-usage = function numval(bl-usage-in)
           compute bill-dollars = function numval(bl-dollars-in)
           if child-usage-total > bill-usage
              add 1 to bills-over-read
           end-if

           add 1 to bills-charged
           move zero to allocated-dollars
           move zero to allocated-usage
           perform 525-allocate-one-child
                   varying sub-idx from 1 by 1
                   until sub-idx > sub-count

           compute house-dollars = bill-dollars - allocated-dollars
           compute house-usage = bill-usage - allocated-usage
           if house-usage < zero
              move zero to house-usage
           end-if
           if house-dollars > zero and alloc-count < max-allocs
              add 1 to alloc-count
              move "HOUSE" to at-dept(alloc-count)
              move gt-dr-acct(glmap-pick) to at-dr-acct(alloc-count)
              move gt-dr-cc(glmap-pick) to at-dr-cc(alloc-count)
              move "(UNMETERED)" to at-submeter(alloc-count)
              move house-usage to at-usage(alloc-count)
              move house-dollars to at-dollars(alloc-count)
              perform 527-fill-bill-fields
           end-if.
       521-next-bill.
           perform 520-read-bill-record.

      * A submeter behind this bill's meter: its usage for the
      * bill's closing month, summed over its readings for the
      * month.
       522-total-one-child.
           move zero to st-usage(sub-idx)
           if st-plant(sub-idx) EQUAL TO bl-plant and
              st-parent(sub-idx) EQUAL TO bl-meter
              add 1 to child-count
              perform 523-add-one-reading
                      varying rdg-idx from 1 by 1
                      until rdg-idx > rdg-count
              add st-usage(sub-idx) to child-usage-total
           end-if.

       523-add-one-reading.
           if rg-submeter(rdg-idx) EQUAL TO st-submeter(sub-idx) and
              rg-month(rdg-idx) EQUAL TO bill-month
              add rg-usage(rdg-idx) to st-usage(sub-idx)
           end-if.

       524-test-house-glmap.
           if gt-pgm(glmap-idx) EQUAL TO "SUBMCHG" and
              gt-type(glmap-idx) EQUAL TO "HOUSE"
              if gt-plant(glmap-idx) EQUAL TO bl-plant
                 move glmap-idx to glmap-pick
              else
                 if gt-plant(glmap-idx) EQUAL TO "****" and
                    glmap-pick EQUAL TO zero
                    move glmap-idx to glmap-pick
                 end-if
              end-if
           end-if.

      * The share is the submeter's usage over the bill's -- scaled
      * back so the shares cannot pass the whole bill when the
      * submeters read more than the master meter.
       525-allocate-one-child.
           if st-plant(sub-idx) EQUAL TO bl-plant and
              st-parent(sub-idx) EQUAL TO bl-meter and
              st-usage(sub-idx) > zero and bill-usage > zero and
              alloc-count < max-allocs
              if child-usage-total > bill-usage
                 compute share-usage rounded = st-usage(sub-idx) *
                         bill-usage / child-usage-total
              else
                 move st-usage(sub-idx) to share-usage
              end-if
              compute share-dollars rounded =
                      bill-dollars * share-usage / bill-usage
              add share-usage to allocated-usage
              add share-dollars to allocated-dollars
              add 1 to alloc-count
              move st-dept(sub-idx) to at-dept(alloc-count)
              move st-acct(sub-idx) to at-dr-acct(alloc-count)
              move st-cc(sub-idx) to at-dr-cc(alloc-count)
              move st-submeter(sub-idx) to at-submeter(alloc-count)
              move share-usage to at-usage(alloc-count)
              move share-dollars to at-dollars(alloc-count)
              perform 527-fill-bill-fields
           end-if.

       527-fill-bill-fields.
           move gt-cr-acct(glmap-pick) to at-cr-acct(alloc-count)
           move gt-cr-cc(glmap-pick) to at-cr-cc(alloc-count)
           move bl-plant to at-plant(alloc-count)
           move bl-meter to at-meter(alloc-count)
           move bl-end to at-bill-end(alloc-count)
           move zero to at-pct(alloc-count)
           if bill-usage > zero
              compute at-pct(alloc-count) rounded =
                      at-usage(alloc-count) * 100 / bill-usage
           end-if.

       540-note-one-dept.
           move zero to dept-pick
           perform 541-test-one-dept
                   varying dept-idx from 1 by 1
                   until dept-idx > dept-count
           if dept-pick EQUAL TO zero
              add 1 to dept-count
              move dept-count to dept-pick
              move at-dept(alloc-idx) to dt-dept(dept-pick)
              move zero to dt-dollars(dept-pick)
           end-if
           add at-dollars(alloc-idx) to dt-dollars(dept-pick).

       541-test-one-dept.
           if dt-dept(dept-idx) EQUAL TO at-dept(alloc-idx)
              move dept-idx to dept-pick
           end-if.

       440-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * One statement per department, each starting a fresh page.
       550-print-one-statement.
           move 99 to page-line-count
           move spaces to out-line
           perform 440-emit-line
           move spaces to out-line
           string "CHARGEBACK STATEMENT -- DEPARTMENT "
                  dt-dept(dept-idx) "  FY" ask-year-in " P"
                  ask-period-in
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           string "ACCOUNTS FROM GLMAP VERSION " vr-version-out
                  "  (IN FORCE " period-end ")"
                  delimited by size into out-line
           perform 440-emit-line
           move spaces to out-line
           string "PLNT MASTER MTR BILL END  SUBMETER   ACCOUNT  CC  "
                  "          USAGE  SHARE%         CHARGE"
                  delimited by size into out-line
           perform 440-emit-line
           perform 551-print-one-allocation
                   varying alloc-idx from 1 by 1
                   until alloc-idx > alloc-count
           move dt-dollars(dept-idx) to dollars-out
           add dt-dollars(dept-idx) to run-total
           add dt-dollars(dept-idx) to pg-money-total
           move spaces to out-line
           string "DEPARTMENT TOTAL                              "
                  "                       " dollars-out
                  delimited by size into out-line
           perform 440-emit-line.

       551-print-one-allocation.
           if at-dept(alloc-idx) EQUAL TO dt-dept(dept-idx)
              move at-usage(alloc-idx) to usage-out
              move at-pct(alloc-idx) to pct-out
              move at-dollars(alloc-idx) to dollars-out
              move spaces to out-line
              string at-plant(alloc-idx) " " at-meter(alloc-idx) " "
                     at-bill-end(alloc-idx) "  "
                     at-submeter(alloc-idx) " " at-dr-acct(alloc-idx)
                     " " at-dr-cc(alloc-idx) " " usage-out "  "
                     pct-out "  " dollars-out
                     delimited by size into out-line
              perform 440-emit-line
           end-if.

      * The GL interface: one balanced pair per allocation, the
      * department (or house) account debited and the clearing
      * account the master bill was booked to credited, then the
      * GLEXTRCT control trailer.
       600-write-gl-journal.
           open output journal-file
           if journal-status NOT EQUAL TO "00"
              display "Unable to open the GLCHARGE interface file."
              go to 600-journal-exit
           end-if
           move zero to line-count
           move zero to debit-total
           move zero to credit-total
           perform 610-write-journal-pair thru 610-pair-exit
                   varying alloc-idx from 1 by 1
                   until alloc-idx > alloc-count

           move spaces to journal-record
           move "T" to jl-rec-type
           move debit-total to jl-amount
           move period-end to jl-date
           move spaces to jl-ref
           move line-count to count-out
           string "LINES=" count-out
                  delimited by size into jl-ref
           move "CONTROL TOTAL" to jl-desc
           write journal-record
           close journal-file

           move line-count to count-out
           move debit-total to total-out
           display spaces
           display count-out " journal lines written to GLCHARGE,"
                   " debits " total-out ".".
       600-journal-exit.
           exit.

       610-write-journal-pair.
           if at-dollars(alloc-idx) EQUAL TO zero
              go to 610-pair-exit
           end-if
           move at-dollars(alloc-idx) to posting-amount
           move spaces to posting-ref
           string "CHG:" at-meter(alloc-idx)
                  delimited by size into posting-ref
           move spaces to posting-desc
           string "CHARGEBACK " at-dept(alloc-idx)
                  delimited by size into posting-desc

           move spaces to journal-record
           move "D" to jl-rec-type
           move at-dr-acct(alloc-idx) to jl-acct
           move at-dr-cc(alloc-idx) to jl-cc
           move posting-amount to jl-amount
           move period-end to jl-date
           move posting-ref to jl-ref
           move posting-desc to jl-desc
           write journal-record
           add 1 to line-count
           add posting-amount to debit-total

           move spaces to journal-record
           move "C" to jl-rec-type
           move at-cr-acct(alloc-idx) to jl-acct
           move at-cr-cc(alloc-idx) to jl-cc
           move posting-amount to jl-amount
           move period-end to jl-date
           move posting-ref to jl-ref
           move posting-desc to jl-desc
           write journal-record
           add 1 to line-count
           add posting-amount to credit-total.
       610-pair-exit.
           exit.
