      *****************************************************************
      * PMSTATSEL -- FILE-CONTROL entry for the PMSTATE file, the     *
      * per-tag standing of every PM task: when it was last done and  *
      * the work order it has open, if any.  PMDUE keeps it; the      *
      * PMTASKMT compliance report reads it.  See PMSTATFD.           *
      *****************************************************************
           select pm-state-file assign to "PMSTATE"
                  organization is line sequential
                  file status is pm-state-status.
