      *****************************************************************
      * ENERGY ACCOUNTING AND UTILITY-BILL MENU                       *
      *                                                               *
      * A single entry point for the utility-bill, budget, and        *
      * energy-accounting programs that grew up after the main menu   *
      * ran short of authorization positions -- the same front-end    *
      * arrangement EEMENU gives the engineering-economy family.  The *
      * whole family is cleared by one UTILMENU position.             *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   acctmenu.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
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

       01 selection-num      pic 99.

      * Menu-fields.
       01 menu-in            pic x(4).
       01 done-flag          pic x value "N".
           88 menu-done             value "Y".

       procedure division.
       100-main-para.
           perform 110-display-title-screen
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** ENERGY ACCOUNTING MENU ENDS *****"
           display spaces
           goback.

       110-display-title-screen.
           display spaces
           display "***** ENERGY ACCOUNTING MENU BEGINS *****"
           perform 115-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS".

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
            ==115-display-letterhead==.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Each selection CALLs the matching program as a subprogram
      * and returns here when that program's own menu ends.
       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to run?"
           display " 1 --- Utility-Bill Audit and Disputes"
           display " 2 --- Energy Budget Versus Actual"
           display " 3 --- Submeter Chargeback"
           display " 4 --- Interval Demand Import and Peak Analysis"
           display " 5 --- Energy Baseline Regression and CUSUM"
           display " 6 --- Plant Energy-Use-Intensity Benchmark"
           display " 7 --- Monthly Executive Energy Scorecard"
           display " 8 --- Demand-Response Events and Settlement"
           display " 9 --- Gas Supply Contract Position"
           display "10 --- Fuel-Oil Tank Inventory and Days of Supply"
           display "11 --- Fiscal Period Lock and Reopen"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           move zero to selection-num
           evaluate menu-in
              when "1" thru "9"
                   compute selection-num = function numval(menu-in)
              when "10" move 10 to selection-num
              when "11" move 11 to selection-num
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 11."
           end-evaluate

           if selection-num > 11
              display "Please select 0 through 11."
              move zero to selection-num
           end-if

           evaluate selection-num
              when 1 call "billaudt"
              when 2 call "budgrpt"
              when 3 call "submchg"
              when 4 call "intvpeak"
              when 5 call "enpibase"
              when 6 call "euirpt"
              when 7 call "scorecrd"
              when 8 call "drsettle"
              when 9 call "gascntr"
              when 10 call "tankinv"
              when 11 call "periodlk"
              when other
                   continue
           end-evaluate.
