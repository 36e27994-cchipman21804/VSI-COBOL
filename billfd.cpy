      *****************************************************************
      * BILLFD -- FD and record layout for the BILLLOG utility-bill   *
      * log: plant, meter, the service period the bill covers, and    *
      * the billed usage, demand, and dollars, all as keyed text      *
      * (NUMVAL parses them).  Electric bills can also carry the      *
      * reactive kVARh billed, the power factor in percent, and any   *
      * power-factor or kVAR penalty dollars -- blank on bills that   *
      * carry none and on lines logged before the columns existed.    *
      * See BILLSEL.                                                  *
      *****************************************************************
       fd  bill-file
           record contains 90 characters.
       01 bill-record.
           05 bl-plant           pic x(4).
           05 bl-meter           pic x(10).
           05 bl-start           pic x(8).
           05 bl-end             pic x(8).
           05 bl-usage-in        pic x(10).
           05 bl-demand-in       pic x(8).
           05 bl-dollars-in      pic x(10).
           05 filler             pic x(2).
           05 bl-kvarh-in        pic x(10).
           05 bl-pf-in           pic x(5).
           05 bl-penalty-in      pic x(10).
           05 filler             pic x(5).
