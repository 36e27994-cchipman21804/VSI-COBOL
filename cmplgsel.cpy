      *****************************************************************
      * CMPLGSEL -- FILE-CONTROL entry for the COMPLOG compliance     *
      * completion log.  See CMPLGFD.                                 *
      *****************************************************************
           select comp-log-file assign to "COMPLOG"
                  organization is line sequential
                  file status is comp-log-status.
