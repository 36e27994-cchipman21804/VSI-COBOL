      * TUNE-UP WORK-ORDER MAINTENANCE                                *
      *                                                               *
      * Works the WORKORDER file FUELTRND raises off its tune-up due  *
      * list and PMDUE raises off the preventive-maintenance tasks:   *
      * browses the open orders, assigns a tech, and closes an order  *
      * with its completion date.  The exceptions list then checks    *
      * each closed tune-up order (FUELTRND's EFF DECAY orders; PM,   *
      * motor-condition, and shift-log orders are passed over)        *
      * against FUELHIST -- an order whose tag shows no new tune-up   *
      * entry within 30 days of closure is flagged, so "done" means   *
      * a logged tune-up instead of the burner tech's say-so.         *
      *                                                               *
      *****************************************************************

      * Tune-up work orders -- see WOSEL/WOFD.
           COPY wosel.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS/
      * FHISTRD.
           COPY fhistsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       file section.
       COPY wofd.

       COPY fhistfd.

       COPY auditfd.

       01 wo-eof-flag           pic x value "N".
           88 wo-eof                   value "Y".
       01 order-count           pic 9(3) value zero.
       01 max-orders            pic 9(3) value 900.
       01 order-capped-flag     pic x value "N".
           88 orders-capped            value "Y".
       01 order-idx             pic 9(3).
       01 order-pick            pic 9(3) value zero.
           88 order-not-found          value zero.
       01 order-table.
           05 order-entry occurs 900 times.
               10 ot-number      pic 9(6).
               10 ot-tag         pic x(10).
               10 ot-plant       pic x(4).
       01 open-count            pic 9(3) value zero.
       01 open-count-out        pic zz9.

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.

      * Exceptions-list fields -- the 30-day tune-up window after
      * closure, checked against the FUELHIST history.
       01 closed-date-num       pic 9(8).
       01 probe-date-num        pic 9(8).
       01 closed-date-int       pic 9(8) USAGE COMP.
           open input work-order-file
           if work-order-status NOT EQUAL TO "00"
              display "No WORKORDER file on file yet -- has FUELTRND"
              display "or PMDUE raised any orders?"
              go to 110-load-exit
           end-if
           move "N" to wo-eof-flag
           perform 111-read-order-record
           perform 112-store-order-record until wo-eof
           close work-order-file
           if orders-capped
              display "WORKORDER holds more than " max-orders
                      " orders -- only the first " max-orders
                      " are shown,"
              display "and changes made this session cannot be"
                      " saved."
           end-if.
       110-load-exit.
           exit.

              move wo-status      to ot-status(order-idx)
              move wo-tech        to ot-tech(order-idx)
              move wo-closed-date to ot-closed(order-idx)
           else
              if wo-tag NOT EQUAL TO spaces
                 move "Y" to order-capped-flag
              end-if
           end-if
           perform 111-read-order-record.

           if ot-status(order-idx) NOT EQUAL TO "C"
              go to 510-check-exit
           end-if
      * Only FUELTRND's efficiency-decay orders call for a logged
      * tune-up; every other order's closing is its own record.
           if ot-reason(order-idx)(1:10) NOT EQUAL TO "EFF DECAY "
              go to 510-check-exit
           end-if
           if ot-closed(order-idx) NOT NUMERIC or
              ot-closed(order-idx) EQUAL TO zeroes
              go to 510-check-exit

       520-scan-history-for-tag.
           move "N" to tune-up-seen-flag
           move ot-tag(order-idx) to fh-probe-tag
           perform 521-start-history thru 521-start-exit
           perform 521a-read-history-record
           perform 522-test-history-record until fh-eof
           perform 521b-close-history.
       520-scan-exit.
           exit.

      * Keyed FUELHIST read -- see FHISTRD.
       COPY fhistrd REPLACING ==FH-START-PARA== BY
            ==521-start-history==
            ==FH-START-EXIT== BY ==521-start-exit==
            ==FH-NEXT-PARA== BY ==521a-read-history-record==
            ==FH-CLOSE-PARA== BY ==521b-close-history==.

       522-test-history-record.
           if fh-date NUMERIC
              move fh-date to probe-date-num
              compute probe-date-int =
                      function integer-of-date(probe-date-num)
              if probe-date-int NOT LESS THAN closed-date-int and
                 move "Y" to tune-up-seen-flag
              end-if
           end-if
           perform 521a-read-history-record.

      * A table that stopped short of the file's end would write the
      * orders past it out of existence -- refused instead.
       180-save-orders.
           if orders-capped
              display "WORKORDER was not loaded whole -- changes not"
                      " saved."
              go to 180-save-exit
           end-if
           open output work-order-file
           if work-order-status NOT EQUAL TO "00"
              display "Unable to open WORKORDER for output."
