      *****************************************************************
      * PMTASKSEL -- FILE-CONTROL entry for the PMTASK preventive-    *
      * maintenance task master, copied into every program that       *
      * maintains or works the PM tasks so the SELECT stays           *
      * identical everywhere, the WOSEL convention.  PMTASKMT keeps   *
      * the master; the nightly PMDUE step raises the work orders.    *
      * See PMTASKFD.                                                 *
      *****************************************************************
           select pm-task-file assign to "PMTASK"
                  organization is line sequential
                  file status is pm-task-status.
