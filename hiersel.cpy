      *****************************************************************
      * HIERSEL -- FILE-CONTROL entry for the ASSETHIER plant/system/ *
      * equipment hierarchy, copied into every program that rolls a   *
      * tag up to its plant and system, the same convention VENDSEL   *
      * and MEASSEL use.  One line per node -- see HIERFD.            *
      *****************************************************************
           select asset-hier-file assign to "ASSETHIER"
                  organization is line sequential
                  file status is hier-status.
