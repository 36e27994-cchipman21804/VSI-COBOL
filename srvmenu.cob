      *****************************************************************
      * ENERGY SURVEY AND PROJECT CALCULATOR MENU                     *
      *                                                               *
      * A single entry point for the field-survey programs and the    *
      * project-savings calculators that grew up after the main menu  *
      * ran short of authorization positions -- the same front-end    *
      * arrangement EEMENU gives the engineering-economy family.  The *
      * whole family is cleared by one UTILMENU position.             *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   srvmenu.
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
           display "***** SURVEY AND CALCULATOR MENU ENDS *****"
           display spaces
           goback.

       110-display-title-screen.
           display spaces
           display "***** SURVEY AND CALCULATOR MENU BEGINS *****"
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
           display " 1 --- Compressed-Air Leak Survey"
           display " 2 --- Standard Energy-Measure Library"
           display " 3 --- Boiler Stack Economizer Calculator"
           display " 4 --- Pump Field Test Against the Curve"
           display " 5 --- Chiller Sequencing Advisor"
           display " 6 --- Plant Steam and Condensate Balance"
           display " 7 --- Cooling-Tower Water Balance"
           display " 8 --- Power-Factor Penalty and Capacitor Sizing"
           display " 9 --- Lighting Retrofit Savings"
           display "10 --- Replay a Repository Result on Today's Data"
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

           evaluate selection-num
              when 1 call "leaksurv"
              when 2 call "measmnt"
              when 3 call "econcalc"
              when 4 call "pumptest"
              when 5 call "chlrseq"
              when 6 call "stmbal"
              when 7 call "ctower"
              when 8 call "pfcap"
              when 9 call "litecalc"
              when 10 call "rrreplay"
              when other
                   continue
           end-evaluate.
