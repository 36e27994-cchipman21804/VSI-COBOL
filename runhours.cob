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
              display "Month must be numeric YYYYMM."
              go to 310-one-reading
           end-if

      * A reading is booked to the month's last day; once that
      * period's close package is cut (see PERIODLK) it takes no more.
           move month-in to period-lock-month
           perform 981-check-month-lock
           if period-before-calendar
              display "That date falls before the fiscal calendar --"
                      " its year is retired and closed."
              go to 310-one-reading
           end-if
           if period-closed
              display "FY" fiscal-year " P" fiscal-period
                      " is closed -- an administrator must reopen it"
                      " in PERIODLK."
              go to 310-one-reading
           end-if
           if period-closing
              display "FY" fiscal-year " P" fiscal-period
                      " is closing -- its package is being cut."
           end-if
           display "Hour-meter reading (cumulative hours): "
                   with no advancing
           accept reading-in
