      *****************************************************************
      * RFCHGSEL -- FILE-CONTROL entry for the REFCHG refrigerant     *
      * charge record of every chiller, copied into every program     *
      * that keeps or reads it, the WOSEL convention.  REFRIG         *
      * maintains it.  See RFCHGFD.                                   *
      *****************************************************************
           select ref-charge-file assign to "REFCHG"
                  organization is line sequential
                  file status is ref-charge-status.
