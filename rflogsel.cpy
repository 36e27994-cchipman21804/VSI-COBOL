      *****************************************************************
      * RFLOGSEL -- FILE-CONTROL entry for the REFLOG refrigerant     *
      * service log, copied wherever refrigerant service is written   *
      * or reported.  See RFLOGFD.                                    *
      *****************************************************************
           select ref-log-file assign to "REFLOG"
                  organization is line sequential
                  file status is ref-log-status.
