      *****************************************************************
      * PMTASKFD -- FD and record layout for the PMTASK master.  One  *
      * line per task: the equipment tag it applies to, or a service  *
      * prefix ending in "*" (PMP* = every active AFFEQUIP tag        *
      * beginning PMP), a task code and description, and the          *
      * interval -- PT-BASIS "H" counts RUNHOURS meter hours since    *
      * the task was last done, "D" counts calendar days.             *
      * PT-PRIORITY (H/M/L) rides onto the work order PMDUE raises.   *
      * See PMTASKSEL.                                                *
      *****************************************************************
       fd  pm-task-file
           record contains 60 characters.
       01 pm-task-record.
           05 pt-tag             pic x(10).
           05 pt-task            pic x(4).
           05 pt-desc            pic x(24).
           05 pt-basis           pic x.
           05 pt-interval-in     pic x(6).
           05 pt-priority        pic x.
           05 filler             pic x(14).
