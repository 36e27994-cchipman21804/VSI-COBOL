      *****************************************************************
      * DORMWS -- the dormant-account limit, copied into UTILMENU     *
      * (checked at sign-on) and OPRECERT (the sweep run with each    *
      * recertification cycle).  An operator whose last successful    *
      * sign-on is more than DORMANT-DAYS old is disabled on OPERMAST *
      * (OM-LOCKED "D") until an administrator's OPERMNT reset is     *
      * approved through CHGAPPR.                                     *
      *****************************************************************
       01 dormant-days          pic 999 value 90.
       01 dormant-limit-date    pic 9(8).
       01 dormant-last-num      pic 9(8).
