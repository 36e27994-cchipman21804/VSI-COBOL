      * records.  The calendar is loaded lazily on the first stamp   *
      * (see the AL-FISCAL paragraphs in AUDITLOG); a date outside   *
      * every period -- or a missing FISCALCAL -- stamps question    *
      * marks rather than guessing.  FISCAL-FIRST-START holds the    *
      * earliest period start loaded, the calendar's lower edge.     *
      *****************************************************************
       01 fiscal-cal-status     pic xx.
       01 fiscal-loaded-flag    pic x value "N".
               10 fp-period      pic x(2).
               10 fp-start       pic x(8).
               10 fp-end         pic x(8).
       01 fiscal-first-start    pic x(8) value high-values.
       01 fiscal-probe-date     pic x(8).
       01 fiscal-year           pic x(4).
       01 fiscal-period         pic x(2).
