      *                  reinvestment rates) is offered as the
      *                  decision figure -- we have already argued
      *                  over the wrong root once.
      * 2026-10-15  CAC  Utility rebate checks received on a PROJMAST
      *                  project (the REBATE file) are credited to
      *                  period 0 of the series carrying the
      *                  project's tag, so NPV, IRR, and payback are
      *                  net of the rebate.

       environment division.
       input-output section.
      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Utility rebate and incentive applications -- see REBSEL.
           COPY rebsel.

       data division.
       file section.
      * One line per period of a series: the owning tag, the

       COPY resrepfd.

       COPY rebfd.

       COPY auditfd.

       COPY fiscfd.
       01 disc-pb-text          pic x(5).
       01 series-tag            pic x(10) value spaces.

      * Rebate-credit fields -- see 230-CREDIT-REBATES.
       01 rebate-status         pic xx.
       01 rebate-eof-flag       pic x value "N".
           88 rebate-eof               value "Y".
       01 rebate-amount         pic 9(7)v99.
       01 rebate-credit         pic 9(9)v99 value zero.
       01 rebate-out            pic $$$$,$$$,$$9.99 usage display.

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

           else
              perform 110-display-title-screen
              perform 115-series-data-entry thru 115-series-exit
              perform 230-credit-rebates thru 230-credit-exit
              perform 120-rate-data-entry
              perform 119-convert-period-rate
              perform 125-offer-curve-discounting thru
                     delimited by size into report-record
              perform 197-write-report-line

              if rebate-credit > zero
                 move rebate-credit to rebate-out
                 move spaces to report-record
                 string "Rebates received, credited to period 0: "
                        rebate-out
                        delimited by size into report-record
                 perform 197-write-report-line
              end-if

              move spaces to report-record
              string "Net Present Value: " npv-out
                     delimited by size into report-record
           perform 222-post-series-line
                   until batch-eof or sked-tag NOT EQUAL TO series-tag

           perform 230-credit-rebates thru 230-credit-exit
           perform 150-calculate-it

           move series-tag to tag-in
              end-if
           end-if
           perform 210-read-schedule-record.

      * Rebate checks received on the project carrying the series'
      * tag (REBATE, kept by PROJMNT) come off the period-0 outlay
      * -- in every case of a three-point run -- before anything is
      * priced.  Denied or withdrawn applications are passed over.
       230-credit-rebates.
           move zero to rebate-credit
           if series-tag EQUAL TO spaces
              go to 230-credit-exit
           end-if
           open input rebate-file
           if rebate-status NOT EQUAL TO "00"
              go to 230-credit-exit
           end-if
           move "N" to rebate-eof-flag
           perform 231-read-rebate-record
           perform 232-add-one-rebate until rebate-eof
           close rebate-file
           if rebate-credit > zero
              add rebate-credit to cf-amount(1)
              if three-point
                 add rebate-credit to cf-low(1)
                 add rebate-credit to cf-high(1)
              end-if
              move rebate-credit to rebate-out
              display series-tag " rebates received of " rebate-out
                      " credited to period 0."
           end-if.
       230-credit-exit.
           exit.

       231-read-rebate-record.
           read rebate-file
              at end move "Y" to rebate-eof-flag
           end-read.

       232-add-one-rebate.
           if rb-tag EQUAL TO series-tag and NOT rb-denied
              move function lower-case(rb-received-in)
                   to rb-received-in
              compute rebate-amount = function numval(rb-received-in)
              add rebate-amount to rebate-credit
           end-if
           perform 231-read-rebate-record.
