      *****************************************************************
      * TWRSEL -- FILE-CONTROL entry for the TWRLOG cooling-tower     *
      * reading log, copied wherever it is written or trended.  See   *
      * TWRFD.                                                        *
      *****************************************************************
           select tower-log-file assign to "TWRLOG"
                  organization is line sequential
                  file status is tower-log-status.
