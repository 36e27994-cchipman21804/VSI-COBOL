      *****************************************************************
      * BHISTSEL -- FILE-CONTROL entries for the BATCHHIST batch-     *
      * window step history and its BATCHWIN window parameters,       *
      * copied into BATCHRUN (which writes a history line per step    *
      * and warns mid-window when the night will not finish on time)  *
      * and BATCHTRD (the step-trend and overrun forecast).  See      *
      * BHISTFD, BHISTWS, BHISTRD.                                    *
      *****************************************************************
           select batch-hist-file assign to "BATCHHIST"
                  organization is line sequential
                  file status is batchhist-status.

      * The window's allowed end time and the step-overrun
      * percentage, maintained in TABLEDIT.
           select batch-win-file assign to "BATCHWIN"
                  organization is line sequential
                  file status is batchwin-status.
