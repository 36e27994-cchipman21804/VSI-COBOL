      *****************************************************************
      * PMSTATFD -- FD and record layout for PMSTATE.  One line per   *
      * tag and task (a prefix task expands to one line per matching  *
      * tag): the last-done date and the hour-meter reading at that   *
      * date, and the number of the PM work order raised and not yet  *
      * closed (spaces when none).  When that order closes, PMDUE     *
      * moves the last-done point to its completion date and clears   *
      * the number.  See PMSTATSEL.                                   *
      *****************************************************************
       fd  pm-state-file
           record contains 50 characters.
       01 pm-state-record.
           05 ps-tag             pic x(10).
           05 ps-task            pic x(4).
           05 ps-done-date       pic x(8).
           05 ps-done-hours-in   pic x(8).
           05 ps-open-wo         pic x(6).
           05 filler             pic x(14).
