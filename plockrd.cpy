      *****************************************************************
      * PLOCKRD -- shared PERIODSTAT load and posting-date check,     *
      * copied into a program's PROCEDURE DIVISION with its own       *
      * paragraph names via REPLACING (PK-PARA, PK-LOAD-PARA,         *
      * PK-READ-PARA, PK-STORE-PARA, PK-TEST-PARA, PK-MONTH-PARA),    *
      * the RATERD convention.  PK-PARA finds the fiscal period of    *
      * PERIOD-LOCK-PROBE-DATE through AUDITLOG's AL-FISCAL-FIND and  *
      * sets PERIOD-LOCK-STATE and PERIOD-LOCK-LABEL, with            *
      * PERIOD-LOCK-PICK pointing at the period's table entry (zero   *
      * when it has none).  A date before the calendar's first        *
      * period belongs to a year retired off FISCALCAL and is closed  *
      * with PERIOD-BEFORE-CALENDAR set; one past its last period is  *
      * still open.  PK-MONTH-PARA turns PERIOD-LOCK-MONTH            *
      * (YYYYMM) into the month's last day first.  The file is read   *
      * once per run.  See PLOCKWS.                                   *
      *****************************************************************
       PK-PARA.
           if NOT period-lock-loaded
              perform PK-LOAD-PARA
           end-if
           move period-lock-probe-date to fiscal-probe-date
           perform AL-FISCAL-FIND
           move "O" to period-lock-state
           move "N" to period-lock-before-flag
           move zero to period-lock-pick
           if fiscal-year EQUAL TO "????" and
              fiscal-count > zero and
              period-lock-probe-date IS NUMERIC and
              period-lock-probe-date > "00000000" and
              period-lock-probe-date < fiscal-first-start
              move "Y" to period-lock-before-flag
              move "C" to period-lock-state
           else
              perform PK-TEST-PARA
                      varying period-lock-idx from 1 by 1
                      until period-lock-idx > period-lock-count
           end-if
           evaluate true
              when period-before-calendar
                 move "RETIRED" to period-lock-label
              when period-closed
                 move "CLOSED" to period-lock-label
              when period-closing
                 move "CLOSING" to period-lock-label
              when period-lock-state EQUAL TO "R"
                 move "REOPENED" to period-lock-label
              when other
                 move "OPEN" to period-lock-label
           end-evaluate.

       PK-LOAD-PARA.
           move "Y" to period-lock-loaded-flag
           move zero to period-lock-count
           open input period-lock-file
           if period-lock-status EQUAL TO "00"
              move "N" to period-lock-eof-flag
              perform PK-READ-PARA
              perform PK-STORE-PARA until period-lock-eof
              close period-lock-file
           end-if.

       PK-READ-PARA.
           read period-lock-file
              at end move "Y" to period-lock-eof-flag
           end-read.

       PK-STORE-PARA.
           if plk-year NOT EQUAL TO spaces and
              period-lock-count < max-period-locks
              add 1 to period-lock-count
              move period-lock-count to period-lock-idx
              move plk-year to plt-year(period-lock-idx)
              move plk-period to plt-period(period-lock-idx)
              move plk-status to plt-status(period-lock-idx)
              move plk-changed-date
                   to plt-changed-date(period-lock-idx)
              move plk-changed-time
                   to plt-changed-time(period-lock-idx)
              move plk-changed-by to plt-changed-by(period-lock-idx)
              if plk-reopen-count IS NUMERIC
                 move plk-reopen-count
                      to plt-reopen-count(period-lock-idx)
              else
                 move zero to plt-reopen-count(period-lock-idx)
              end-if
              move plk-reason to plt-reason(period-lock-idx)
           end-if
           perform PK-READ-PARA.

       PK-TEST-PARA.
           if plt-year(period-lock-idx) EQUAL TO fiscal-year and
              plt-period(period-lock-idx) EQUAL TO fiscal-period
              move period-lock-idx to period-lock-pick
              move plt-status(period-lock-idx) to period-lock-state
           end-if.

      * The first of the following month, less one day.  A month
      * that is not a calendar month probes as no date at all, and
      * so as open.
       PK-MONTH-PARA.
           move zero to period-lock-end-num
           if period-lock-month IS NUMERIC and
              period-lock-month(5:2) > "00" and
              period-lock-month(5:2) < "13"
              move period-lock-month(1:4) to plk-next-year
              move period-lock-month(5:2) to plk-next-month
              if plk-next-month EQUAL TO 12
                 add 1 to plk-next-year
                 move 1 to plk-next-month
              else
                 add 1 to plk-next-month
              end-if
              move 1 to plk-next-day
              compute period-lock-end-num = function date-of-integer(
                      function integer-of-date(period-lock-next-num)
                      - 1)
           end-if
           move period-lock-end-num to period-lock-probe-date
           perform PK-PARA.
