      *****************************************************************
      * MAINTENANCE AND RELIABILITY MENU                              *
      *                                                               *
      * A single entry point for the equipment-maintenance programs   *
      * -- preventive-maintenance scheduling and the reliability      *
      * tools that grow up around it -- the same front-end            *
      * arrangement SRVMENU gives the survey calculators.  The whole  *
      * family is cleared by one UTILMENU position.                   *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   mntmenu.
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
           display "***** MAINTENANCE MENU ENDS *****"
           display spaces
           goback.

       110-display-title-screen.
           display spaces
           display "***** MAINTENANCE MENU BEGINS *****"
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
           display " 1 --- Preventive-Maintenance Tasks and Compliance"
           display " 2 --- Motor Condition Monitoring"
           display " 3 --- Serial-Number Motor Inventory"
           display " 4 --- Chiller Refrigerant Compliance"
           display " 5 --- Regulatory Compliance Calendar"
           display " 6 --- Equipment and Motor Warranties"
           display " 7 --- Plant/System/Equipment Hierarchy"
           display " 8 --- Building-Automation Trend Import"
           display " 9 --- Operator Alert Aging Report"
           display "10 --- Plant Shift Logbook"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           move zero to selection-num
           evaluate menu-in
              when "1" thru "9"
                   compute selection-num = function numval(menu-in)
              when "10" move 10 to selection-num
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 10."
           end-evaluate

           if selection-num > 10
              display "Please select 0 through 10."
              move zero to selection-num
           end-if

           evaluate selection-num
              when 1 call "pmtaskmt"
              when 2 call "motcond"
              when 3 call "motinv"
              when 4 call "refrig"
              when 5 call "compcal"
              when 6 call "warrmnt"
              when 7 call "hiermnt"
              when 8 call "basimprt"
              when 9 call "alertage"
              when 10 call "shiftlog"
              when other
                   continue
           end-evaluate.
