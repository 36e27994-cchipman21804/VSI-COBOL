      *****************************************************************
      * PLOCKWS -- working-storage fields for the PERIODSTAT fiscal-  *
      * period lock, copied into every program that checks a posting  *
      * date against it.  The caller loads PERIOD-LOCK-PROBE-DATE     *
      * (or PERIOD-LOCK-MONTH for a monthly figure, which stands for  *
      * the month's last day) and performs PLOCKRD's shared check;    *
      * FISCAL-YEAR and FISCAL-PERIOD come back with the period the   *
      * date falls in, and PERIOD-LOCK-STATE with its status.  A      *
      * date before FISCALCAL's first period is closed (its year has  *
      * been retired); one after the last, or a period with no        *
      * PERIODSTAT line, is open.  See PLOCKSEL, PLOCKFD, PLOCKRD.    *
      *****************************************************************
       01 period-lock-status    pic xx.
       01 period-lock-eof-flag  pic x value "N".
           88 period-lock-eof          value "Y".
       01 period-lock-loaded-flag pic x value "N".
           88 period-lock-loaded       value "Y".
       01 period-lock-count     pic 99 value zero.
       01 max-period-locks      pic 99 value 60.
       01 period-lock-idx       pic 99.
       01 period-lock-pick      pic 99 value zero.
       01 period-lock-table.
           05 period-lock-entry occurs 60 times.
               10 plt-year        pic x(4).
               10 plt-period      pic x(2).
               10 plt-status      pic x.
               10 plt-changed-date pic x(8).
               10 plt-changed-time pic x(6).
               10 plt-changed-by  pic x(8).
               10 plt-reopen-count pic 99.
               10 plt-reason      pic x(40).
       01 period-lock-probe-date pic x(8).
       01 period-lock-month     pic x(6).
       01 period-lock-state     pic x.
           88 period-open              value "O" "R".
           88 period-closing           value "P".
           88 period-closed            value "C".
       01 period-lock-before-flag pic x value "N".
           88 period-before-calendar   value "Y".
       01 period-lock-label     pic x(8).
       01 period-lock-next.
           05 plk-next-year      pic 9(4).
           05 plk-next-month     pic 99.
           05 plk-next-day       pic 99.
       01 period-lock-next-num redefines period-lock-next pic 9(8).
       01 period-lock-end-num   pic 9(8).
