      *****************************************************************
      * MHISTSEL -- FILE-CONTROL entry for the MOTORHIST log of       *
      * motor-inventory transactions, copied wherever a serial        *
      * number's history is written or read.  See MHISTFD.            *
      *****************************************************************
           select motor-hist-file assign to "MOTORHIST"
                  organization is line sequential
                  file status is motor-hist-status.
