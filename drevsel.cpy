      *****************************************************************
      * DREVSEL -- FILE-CONTROL entries for the demand-response       *
      * files: DREVENT, the utility's called events and their         *
      * settlement, and DRPLAN, the curtailment plan.  See DREVFD.    *
      *****************************************************************
           select dr-event-file assign to "DREVENT"
                  organization is line sequential
                  file status is dr-event-status.

           select dr-plan-file assign to "DRPLAN"
                  organization is line sequential
                  file status is dr-plan-status.
