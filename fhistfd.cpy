      *****************************************************************
      * FHISTFD -- FD and record layout for the FUELHIST boiler       *
      * history.  One record per FUELSAVE run against a tagged        *
      * boiler: the before and after combustion efficiencies and the  *
      * percent saving (whole-number percents), the annual fuel usage *
      * and unit price, the annual dollar saving, the FUELTYPE fuel   *
      * code (blank when none was chosen), the operator and fiscal    *
      * year and period, and -- when the run measured one -- the      *
      * after-tune-up stack temperature (deg F) and O2 percent, with  *
      * FH-STACK-FLAG "Y".  See FHISTSEL.                             *
      *****************************************************************
       fd  fuel-hist-file.
       01 fuel-hist-record.
           05 fh-key.
               10 fh-tag         pic x(10).
               10 fh-date        pic x(8).
               10 fh-time        pic x(6).
               10 fh-seq         pic 99.
           05 fh-oldeff          pic 999v99.
           05 fh-neweff          pic 999v99.
           05 fh-savings-pct     pic s999v99.
           05 fh-usage           pic 9(7)v99.
           05 fh-price           pic 9(3)v999.
           05 fh-savings-amt     pic 9(9)v99.
           05 fh-fuel            pic x(2).
           05 fh-oper            pic x(8).
           05 fh-fiscal-year     pic x(4).
           05 fh-fiscal-period   pic x(2).
           05 fh-stack-flag      pic x.
               88 fh-stack-measured    value "Y".
           05 fh-stack-temp      pic 999v9.
           05 fh-o2-pct          pic 99v9.
           05 filler             pic x(9).
