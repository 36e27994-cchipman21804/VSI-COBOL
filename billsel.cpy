      *****************************************************************
      * BILLSEL -- FILE-CONTROL entry for the BILLLOG utility-bill    *
      * log, copied into every program that reads the bills BILLLOG  *
      * keys -- the audit, budget, chargeback, and benchmarking      *
      * reports.  One line per bill -- see BILLFD.                   *
      *****************************************************************
           select bill-file assign to "BILLLOG"
                  organization is line sequential
                  file status is bill-status.
