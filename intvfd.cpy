      *****************************************************************
      * INTVFD -- FD and record layout for the INTVDATA interval      *
      * history: one line per meter and quarter-hour, the key, the    *
      * plant the meter bills under, and the interval's average kW.   *
      * The layout is INTVPEAK's own.  See INTVSEL.                   *
      *****************************************************************
       fd  interval-file
           record contains 40 characters.
       01 interval-record.
           05 iv-key.
               10 iv-meter       pic x(10).
               10 iv-date        pic x(8).
               10 iv-time        pic x(4).
           05 iv-plant           pic x(4).
           05 iv-kw-in           pic x(10).
           05 filler             pic x(4).
