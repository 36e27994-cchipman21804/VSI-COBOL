      *****************************************************************
      * MEASFD -- FD and record layout for the MEASURES standard      *
      * energy-measure library.  One line per measure code: the       *
      * description, the unit its cost is quoted in (HP, FIXTUR,      *
      * TON, EACH ...), the typical installed cost per unit, the      *
      * typical percent saving on the affected load, the useful       *
      * life in years, and the annual O&M change in dollars per       *
      * unit (negative when the measure saves maintenance).  Kept     *
      * by MEASMNT; read by FPGCOMP and AFFINITY to pre-fill an       *
      * alternative's first cost and term.  See MEASSEL.              *
      *****************************************************************
       fd  measure-file
           record contains 70 characters.
       01 measure-record.
           05 ml-code            pic x(8).
           05 ml-desc            pic x(24).
           05 ml-basis           pic x(6).
           05 ml-unit-cost-in    pic x(10).
           05 ml-savings-in      pic x(5).
           05 ml-life-in         pic x(2).
           05 ml-om-delta-in     pic x(10).
           05 filler             pic x(5).
