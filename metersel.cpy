      *****************************************************************
      * METERSEL -- FILE-CONTROL entry for the METERMAST utility-     *
      * meter master, copied into every program that needs to know  *
      * what a BILLLOG meter measures.  TABLEDIT maintains it.  See  *
      * METERFD.                                                     *
      *****************************************************************
           select meter-master-file assign to "METERMAST"
                  organization is line sequential
                  file status is metermast-status.
