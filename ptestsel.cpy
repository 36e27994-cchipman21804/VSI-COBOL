      *****************************************************************
      * PTESTSEL -- FILE-CONTROL entry for the PUMPTEST pump field-   *
      * test log, copied into every program that records or reads     *
      * the tests, the WOSEL convention.  See PTESTFD.                *
      *****************************************************************
           select pump-test-file assign to "PUMPTEST"
                  organization is line sequential
                  file status is pump-test-status.
