      *****************************************************************
      * TWRFD -- FD and record layout for the TWRLOG cooling-tower    *
      * reading log.  One line per tower reading, appended as it is   *
      * taken: the load in tons and the range in deg F, the makeup    *
      * and blowdown conductivity in microsiemens, and the results    *
      * -- cycles of concentration, evaporation, blowdown and makeup  *
      * in gallons per minute, and the water, sewer, and chemical     *
      * dollars for a year at that rate.  See TWRSEL.                 *
      *****************************************************************
       fd  tower-log-file
           record contains 100 characters.
       01 tower-log-record.
           05 tw-tag             pic x(10).
           05 tw-plant           pic x(4).
           05 tw-date            pic x(8).
           05 tw-tons-in         pic x(7).
           05 tw-range-in        pic x(5).
           05 tw-mu-cond-in      pic x(6).
           05 tw-bd-cond-in      pic x(6).
           05 tw-cycles-in       pic x(5).
           05 tw-evap-in         pic x(7).
           05 tw-blow-in         pic x(7).
           05 tw-makeup-in       pic x(7).
           05 tw-annual-in       pic x(10).
           05 tw-oper            pic x(8).
           05 filler             pic x(10).
