                  organization is line sequential
                  file status is plant-status.

      * Utility-meter master, for the meter's commodity -- see
      * METERSEL/METERFD.
           COPY metersel.

           select report-file assign to "BILLPRINT"
                  organization is line sequential
                  file status is report-status.

      * Control trailers -- BILLLOG's trailer is restamped after
      * every bill, for ADD2NUMS's footing proof.  See CTLSEL/CTLFD/
      * CTLWS/CTLWR.
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
       data division.
       file section.
      * One line per bill: plant, meter, the service period the
      * bill covers, and the billed usage, demand, and dollars, with
      * the kVARh, power factor, and power-factor penalty when the
      * bill carries them.
       fd  bill-file
           record contains 90 characters.
       01 bill-record.
           05 bl-plant           pic x(4).
           05 bl-meter           pic x(10).
           05 bl-demand-in       pic x(8).
           05 bl-dollars-in      pic x(10).
           05 filler             pic x(2).
           05 bl-kvarh-in        pic x(10).
           05 bl-pf-in           pic x(5).
           05 bl-penalty-in      pic x(10).
           05 filler             pic x(5).

       fd  plant-master-file
           record contains 30 characters.
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       COPY meterfd.

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY ctlfd.

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

           88 bill-eof                 value "Y".
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 metermast-status      pic xx.
       01 meter-eof-flag        pic x value "N".
           88 meter-eof                value "Y".
       01 meter-commodity       pic x.
           88 meter-electric           value "E".

      * Plant master, for validating the plant code.
       01 plant-count           pic 99 value zero.
       01 usage-amt             pic 9(8)v99.
       01 demand-amt            pic 9(6)v99.
       01 dollars-amt           pic 9(8)v99.
       01 kvarh-amt             pic 9(8)v99.
       01 pf-pct                pic 999v9.
       01 penalty-amt           pic 9(8)v99.
       01 pf-fmt                pic 999.9 usage display.
       01 pf-out                pic zz9.9 usage display.
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 amount-fmt            pic 9(7).99 usage display.
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
            ==CT-FOLD-PARA== BY ==977-fold-one-char==.

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
              go to 300-enter-bill
           end-if

      * A bill is booked to the period its service ends in; once that
      * period's close package is cut (see PERIODLK) it takes no more.
           move end-in to period-lock-probe-date
           perform 980-check-period-lock
           if period-before-calendar
              display "That date falls before the fiscal calendar --"
                      " its year is retired and closed."
              go to 300-enter-exit
           end-if
           if period-closed
              display "FY" fiscal-year " P" fiscal-period
                      " is closed -- an administrator must reopen it"
                      " in PERIODLK."
              go to 300-enter-exit
           end-if

           display "Usage (units): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           move function lower-case(value-in) to value-in
           compute dollars-amt = function numval(value-in)

           move zero to kvarh-amt
           move zero to pf-pct
           move zero to penalty-amt
           perform 335-find-meter-commodity
           if meter-electric
              perform 330-power-factor-entry
           end-if

           perform 320-validate-bill thru 320-valid-exit
           if period-closing
              add 1 to warn-count
              display "WARNING: FY" fiscal-year " P" fiscal-period
                      " is closing -- its package is being cut."
           end-if
           if warn-count > zero
              display warn-count " warning(s) above -- log the bill"
              display "anyway? (Y/N): " with no advancing
           move demand-fmt to bl-demand-in
           move dollars-amt to amount-fmt
           move amount-fmt to bl-dollars-in
           if kvarh-amt > zero
              move kvarh-amt to amount-fmt
              move amount-fmt to bl-kvarh-in
           end-if
           if pf-pct > zero
              move pf-pct to pf-fmt
              move pf-fmt to bl-pf-in
           end-if
           if penalty-amt > zero
              move penalty-amt to amount-fmt
              move amount-fmt to bl-penalty-in
           end-if
           write bill-record
           close bill-file
           display "Bill logged for meter " meter-in "."
           string "Bill logged " plant-in "/" meter-in " "
                  start-in "-" end-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail
           perform 340-stamp-bill-trailer thru 340-stamp-exit.
       300-enter-exit.
           exit.

      * The whole file is counted and folded again and its CTLTRLR
      * line replaced, so the trailer always describes BILLLOG as
      * last logged.
       340-stamp-bill-trailer.
           move zero to ctl-rec-count
           move zero to ctl-hash-total
           open input bill-file
           if bill-status NOT EQUAL TO "00"
              go to 340-stamp-exit
           end-if
           move "N" to bill-eof-flag
           perform 111-read-bill-record
           perform 341-fold-bill-record until bill-eof
           close bill-file
           move "BILLLOG" to ctl-file-name
           perform 970-write-control-trailer.
       340-stamp-exit.
           exit.

       341-fold-bill-record.
           add 1 to ctl-rec-count
           move spaces to ctl-hash-record
           move bill-record to ctl-hash-record
           perform 976-fold-hash-record
           perform 111-read-bill-record.

       310-test-plant-code.
           if pt-code(plant-idx) EQUAL TO plant-in
              move "Y" to plant-found-flag
              add 1 to season-count
           end-if.

      * Reactive kVARh, power factor, and the penalty, asked only on
      * an electric meter's bill -- gas and water bills carry none.
      * A power factor left blank is worked from the kWh and kVARh
      * -- kWh over the apparent kVAh.
       330-power-factor-entry.
           move zero to kvarh-amt
           move zero to pf-pct
           move zero to penalty-amt
           display "Reactive kVARh billed (blank for none): "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute kvarh-amt = function numval(value-in)
           end-if

           display "Power factor percent (blank to work it from the"
                   " kWh and kVARh): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute pf-pct = function numval(value-in)
              if pf-pct > 100
                 display "A power factor cannot exceed 100 percent --"
                         " not recorded."
                 move zero to pf-pct
              end-if
           else
              if kvarh-amt > zero and usage-amt > zero
                 compute pf-pct rounded = usage-amt * 100 /
                         (usage-amt ** 2 + kvarh-amt ** 2) ** 0.5
                 move pf-pct to pf-out
                 display "Power factor " pf-out " percent."
              end-if
           end-if

           display "Power-factor or kVAR penalty dollars (blank for"
                   " none): " with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in NOT EQUAL TO spaces
              compute penalty-amt = function numval(value-in)
              if penalty-amt > dollars-amt
                 display "The penalty cannot exceed the bill --"
                         " not recorded."
                 move zero to penalty-amt
              end-if
           end-if.

      * The METERMAST commodity of the plant and meter being logged,
      * blank when the meter is not on the master.
       335-find-meter-commodity.
           move space to meter-commodity
           open input meter-master-file
           if metermast-status EQUAL TO "00"
              move "N" to meter-eof-flag
              perform 336-read-meter-record
              perform 337-test-meter-record until meter-eof
              close meter-master-file
           end-if.

       336-read-meter-record.
           read meter-master-file
              at end move "Y" to meter-eof-flag
           end-read.

       337-test-meter-record.
           if function upper-case(mm-plant) EQUAL TO plant-in and
              mm-meter EQUAL TO meter-in
              move function upper-case(mm-commodity)
                   to meter-commodity
              move "Y" to meter-eof-flag
           else
              perform 336-read-meter-record
           end-if.

      * Usage history per plant and meter -- the filtered readings
      * in file order with a count.
       400-history-report.
