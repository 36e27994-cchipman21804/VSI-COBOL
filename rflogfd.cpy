      *****************************************************************
      * RFLOGFD -- FD and record layout for the REFLOG refrigerant    *
      * service log.  One line per event, appended as it is posted:   *
      * RL-ACTION is "ADD" (charge added back), "RCVR" (recovered     *
      * from the unit), "RPR" (leak repaired), "VRFY" (verification   *
      * test, RL-RESULT "P" passed or "F" failed), or "BUY"           *
      * (refrigerant purchased for the plant -- RL-TAG blank).  An    *
      * add carries the annualized leak rate it produced and RL-OVER  *
      * "Y" when that rate broke the unit's threshold.  RL-PLANT is   *
      * the AFFSKED plant of the tag when the event was posted.       *
      * See RFLOGSEL and the REFCHG charge record (RFCHGFD).          *
      *****************************************************************
       fd  ref-log-file
           record contains 80 characters.
       01 ref-log-record.
           05 rl-tag             pic x(10).
           05 rl-plant           pic x(4).
           05 rl-date            pic x(8).
           05 rl-action          pic x(4).
           05 rl-pounds-in       pic x(8).
           05 rl-refrigerant     pic x(8).
           05 rl-leak-rate-in    pic x(6).
           05 rl-over            pic x.
           05 rl-result          pic x.
           05 rl-tech            pic x(8).
           05 rl-note            pic x(14).
           05 rl-oper            pic x(8).
