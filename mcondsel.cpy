      *****************************************************************
      * MCONDSEL -- FILE-CONTROL entry for the MOTORCOND motor        *
      * condition-monitoring log, copied into every program that      *
      * logs or reads condition readings so the SELECT stays          *
      * identical everywhere, the WOSEL convention.  MOTCOND keeps    *
      * the log; REWINDBUY reads a tag's history into the rewind-or-  *
      * replace decision.  See MCONDFD.                               *
      *****************************************************************
           select motor-cond-file assign to "MOTORCOND"
                  organization is line sequential
                  file status is motor-cond-status.
