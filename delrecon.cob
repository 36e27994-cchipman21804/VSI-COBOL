      *****************************************************************
      * FUEL-DELIVERY RECONCILIATION                                  *
      *                                                               *
      * The usage figures keyed into FUELSKED are whatever the        *
      * operator copied off a totalizer; nothing checked them         *
      * against what was actually bought.  This program logs the      *
      * accounting office's delivery tickets to the FUELDELIV file    *
      * (plant, fuel code, date, quantity, the dealer's VENDMAST      *
      * vendor number, and the ticket amount) and prints a monthly    *
      * reconciliation: deliveries in the month plus the tank-level   *
      * change, against one-twelfth of the schedule's annual usage    *
      * per plant and fuel, flagging gaps over a tolerance -- the     *
      * check a transposed-but-plausible usage figure cannot          *
      * survive.                                                      *
      *                                                               *
      *****************************************************************

                  organization is line sequential
                  file status is report-status.

      * The vendor master -- see VENDSEL.
           COPY vendsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.
       data division.
       file section.
      * One line per delivery ticket off the accounting office's
      * paper, with the dealer's vendor number and the dollar amount
      * billed.
       fd  delivery-file
           record contains 40 characters.
       01 delivery-record.
           05 dl-plant           pic x(4).
           05 dl-fuel            pic x(2).
           05 dl-date            pic x(8).
           05 dl-qty-in          pic x(10).
           05 dl-vendor          pic x(6).
           05 dl-amount-in       pic x(10).

       fd  schedule-file
           record contains 60 characters.
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY vendfd.

       COPY auditfd.

       COPY fiscfd.
      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Vendor-master lookup fields -- see VENDWS.
       COPY vendws.

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
       01 level-in              pic x(10).
       01 delivery-qty          pic 9(7)v99.
       01 qty-out-formatted     pic 9(6).99 usage display.
       01 vendor-no-in          pic x(8).
       01 amount-in             pic x(10).
       01 ticket-amount         pic 9(7)v99.

      * Reconciliation accumulators -- one row per plant and fuel.
       01 delivery-status       pic xx.
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * Vendor-master lookup -- see VENDWS/VENDRD.
       COPY vendrd REPLACING ==VN-FIND-PARA== BY
            ==127-find-vendor==
            ==VN-FIND-EXIT== BY ==127-find-exit==
            ==VN-READ-PARA== BY ==127a-read-vendor-record==
            ==VN-TEST-PARA== BY ==127b-test-vendor-record==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
              compute delivery-qty = function numval(qty-in)
           end-if

           perform 320-vendor-entry thru 320-vendor-exit
           if vendor-no-in EQUAL TO spaces
              display "No vendor -- the ticket is not logged."
              go to 310-ticket-exit
           end-if

           display "Ticket amount ($): " with no advancing
           accept amount-in
           move function lower-case(amount-in) to amount-in
           move zero to ticket-amount
           if amount-in NOT EQUAL TO spaces
              compute ticket-amount = function numval(amount-in)
           end-if

           move spaces to delivery-record
           move plant-in to dl-plant
           move fuel-in to dl-fuel
           move date-in to dl-date
           move delivery-qty to qty-out-formatted
           move qty-out-formatted to dl-qty-in
           move vn-probe-number to dl-vendor
           move ticket-amount to qty-out-formatted
           move qty-out-formatted to dl-amount-in
           write delivery-record
           add 1 to ticket-count.
       310-ticket-exit.
           exit.

      * The dealer's vendor number, which must be on VENDMAST and
      * active; a blank reply drops the ticket.
       320-vendor-entry.
           display "Vendor number (blank to drop the ticket): "
                   with no advancing
           accept vendor-no-in
           move function lower-case(vendor-no-in) to vendor-no-in
           if vendor-no-in EQUAL TO spaces
              go to 320-vendor-exit
           end-if
           if function test-numval(vendor-no-in) NOT EQUAL TO zero
              display "The vendor number is 1 through 999999."
              go to 320-vendor-entry
           end-if
           if function numval(vendor-no-in) < 1 or
              function numval(vendor-no-in) > 999999
              display "The vendor number is 1 through 999999."
              go to 320-vendor-entry
           end-if
           compute vn-probe-number = function numval(vendor-no-in)
           perform 127-find-vendor thru 127-find-exit
           if NOT vn-vendor-found
              display "Vendor " vn-probe-number " is not on the"
                      " vendor master."
              go to 320-vendor-entry
           end-if
           if NOT vn-active
              display "Vendor " vn-probe-number " "
                      function trim(vn-name)
                      " is inactive."
              go to 320-vendor-entry
           end-if
           display "  " vn-name.
       320-vendor-exit.
           exit.

      * The reconciliation: deliveries in the month plus the tank-
      * level change the operator keys per row, against one-twelfth
      * of the schedule's annual usage.
