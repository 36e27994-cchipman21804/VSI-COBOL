      *****************************************************************
      * METERFD -- FD and record layout for the METERMAST utility-    *
      * meter master: one line per BILLLOG plant and meter with its  *
      * commodity (E electric, G gas, O oil, W water, S steam), the  *
      * FUELTYPE code whose heating value converts its units, and a  *
      * description.  See METERSEL.                                  *
      *****************************************************************
       fd  meter-master-file
           record contains 40 characters.
       01 meter-master-record.
           05 mm-plant           pic x(4).
           05 mm-meter           pic x(10).
           05 mm-commodity       pic x.
           05 mm-fuel            pic x(2).
           05 mm-desc            pic x(20).
           05 filler             pic x(3).
