      *****************************************************************
      * RFCHGFD -- FD and record layout for the REFCHG refrigerant    *
      * charge record.  One line per chiller tag: the refrigerant,    *
      * the full charge in pounds, and the appliance class that sets  *
      * the leak-rate threshold ("C" comfort cooling 10%, "R"         *
      * commercial refrigeration 20%, "I" industrial process 30%).    *
      * RC-LAST-ADD and RC-LEAK-RATE-IN are the date and annualized   *
      * leak rate of the latest add-back.  RC-DEADLINE is "O" while   *
      * a leak repair is owed by RC-REPAIR-DUE, "V" while the         *
      * verification test is owed by RC-VERIFY-DUE, and blank when    *
      * the unit is clear.  See RFCHGSEL and the REFLOG service log   *
      * (RFLOGFD).                                                    *
      *****************************************************************
       fd  ref-charge-file
           record contains 80 characters.
       01 ref-charge-record.
           05 rc-tag             pic x(10).
           05 rc-refrigerant     pic x(8).
           05 rc-charge-in       pic x(8).
           05 rc-class           pic x.
           05 rc-last-add        pic x(8).
           05 rc-leak-rate-in    pic x(6).
           05 rc-deadline        pic x.
           05 rc-repair-due      pic x(8).
           05 rc-verify-due      pic x(8).
           05 filler             pic x(22).
