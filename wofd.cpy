      *****************************************************************
      * WOFD -- FD and record layout for the WORKORDER work-order     *
      * file.  One line per numbered order: the tag and plant it was  *
      * raised for, the reason and priority (H/M/L -- for a tune-up   *
      * from the size of the efficiency decay; a preventive-          *
      * maintenance order's reason starts "PM " and its task code),   *
      * the date raised, and the assignment/closure fields WRKOMNT    *
      * maintains.  WO-STATUS is "O" when raised, "A" once a tech is  *
      * assigned, and "C" when closed with a completion date.  See    *
      * WOSEL.                                                        *
      *****************************************************************
       fd  work-order-file
           record contains 80 characters.
