      *****************************************************************
      * CAPITAL PROGRAM MENU                                          *
      *                                                               *
      * A single entry point for the capital-program programs that    *
      * look back over the PROJMAST projects once the money is spent, *
      * for the vendor master the spend is posted against, and for    *
      * the five-year plan that looks forward, and for the cost of    *
      * leaving recommended projects unfunded -- the same front-end   *
      * arrangement EEMENU gives the engineering-economy family.  The *
      * whole family is cleared by one UTILMENU position.             *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   capmenu.
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
           display "***** CAPITAL PROGRAM MENU ENDS *****"
           display spaces
           goback.

       110-display-title-screen.
           display spaces
           display "***** CAPITAL PROGRAM MENU BEGINS *****"
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
           display " 1 --- Capital Project Post-Audit"
           display " 2 --- Vendor Master and Spend by Vendor"
           display " 3 --- Five-Year Capital Plan"
           display " 4 --- Cost of Delay, Unfunded Projects"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           move zero to selection-num
           evaluate menu-in
              when "1" thru "9"
                   compute selection-num = function numval(menu-in)
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate

           if selection-num > 4
              display "Please select 0 through 4."
              move zero to selection-num
           end-if

           evaluate selection-num
              when 1 call "postaud"
              when 2 call "vendmnt"
              when 3 call "capplan"
              when 4 call "delayrpt"
              when other
                   continue
           end-evaluate.
