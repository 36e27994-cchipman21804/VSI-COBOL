      *****************************************************************
      * MCONDFD -- FD and record layout for the MOTORCOND log.  One   *
      * line per reading: the tag, the date taken, the measure --     *
      * VIB (route vibration, in/s peak velocity), BRGT (bearing      *
      * temperature, deg F), or MEG (megger insulation resistance,    *
      * megohms) -- and the value, with the motor's nameplate HP and  *
      * frame as logged (they pick the MOTORLIM limits class).        *
      * MC-STATUS is the reading's standing against those limits      *
      * when it was logged: space within limits, "A" past the alert   *
      * limit, "X" past the alarm limit.  See MCONDSEL.               *
      *****************************************************************
       fd  motor-cond-file
           record contains 60 characters.
       01 motor-cond-record.
           05 mc-tag             pic x(10).
           05 mc-date            pic x(8).
           05 mc-measure         pic x(4).
           05 mc-value-in        pic x(10).
           05 mc-hp-in           pic x(6).
           05 mc-frame           pic x(6).
           05 mc-status          pic x.
           05 mc-oper            pic x(8).
           05 filler             pic x(7).
