      *****************************************************************
      * INTVSEL -- FILE-CONTROL entry for the INTVDATA interval       *
      * history that INTVPEAK loads from the utility's 15-minute      *
      * exports, copied wherever the intervals are read back.         *
      * INDEXED, keyed on meter, date, and interval time, so one      *
      * meter's days read in order from a START.  See INTVFD.         *
      *****************************************************************
           select interval-file assign to "INTVDATA"
                  organization is indexed
                  access mode is dynamic
                  record key is iv-key
                  file status is intvdata-status.
