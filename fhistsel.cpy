      *****************************************************************
      * FHISTSEL -- FILE-CONTROL entry for the FUELHIST boiler        *
      * history, copied into FUELSAVE (which writes it) and every     *
      * program that reads a boiler's tune-up history.  INDEXED on    *
      * tag, date, time, and a sequence within the second, so a       *
      * reader STARTs at one boiler's entries and reads them oldest   *
      * first instead of scanning every boiler's lines, and a whole-  *
      * file pass comes back grouped by boiler.  HISTCONV loads the   *
      * old free-text log once.  See FHISTFD, FHISTWS, FHISTRD.       *
      *****************************************************************
           select fuel-hist-file assign to "FUELHIST"
                  organization is indexed
                  access mode is dynamic
                  record key is fh-key
                  file status is fuelhist-status.
