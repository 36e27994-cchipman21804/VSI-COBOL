      *****************************************************************
      * STMBFD -- FD and record layout for the STMBAL monthly steam   *
      * balance log.  One line per plant and month, appended as it is *
      * posted (a month posted again supersedes the earlier line):    *
      * the steam produced in klb and how it was measured ("M"        *
      * metered, "F" worked back from fuel burned and efficiency),    *
      * condensate returned in klb and its temperature, makeup water  *
      * in thousand gallons, steam consumed by design and never       *
      * returnable (injection, humidifiers) in klb, and the results   *
      * -- percent return, unaccounted-for steam in klb, and the      *
      * dollars lost that month.  See STMBSEL.                        *
      *****************************************************************
       fd  steam-bal-file
           record contains 100 characters.
       01 steam-bal-record.
           05 sb-plant           pic x(4).
           05 sb-month           pic x(6).
           05 sb-method          pic x.
           05 sb-steam-in        pic x(10).
           05 sb-cond-in         pic x(10).
           05 sb-cond-temp-in    pic x(5).
           05 sb-makeup-in       pic x(10).
           05 sb-nonret-in       pic x(10).
           05 sb-pct-return-in   pic x(6).
           05 sb-lost-in         pic x(10).
           05 sb-cost-in         pic x(10).
           05 sb-oper            pic x(8).
           05 filler             pic x(10).
