      *****************************************************************
      * MHISTFD -- FD and record layout for the MOTORHIST log.  One   *
      * line per movement of a serial-numbered motor, appended by     *
      * MOTINV: ADD (entered into the inventory), INST (installed at  *
      * MH-WHERE's tag), PULL (pulled from the tag), SEND (sent to    *
      * MH-WHERE's repair shop), RETN (back in stores from repair;    *
      * MH-REWOUND is "Y" when the shop rewound it).  The RETN lines  *
      * with MH-REWOUND "Y" are the motor's rewind history.  See      *
      * MHISTSEL and MINVFD.                                          *
      *****************************************************************
       fd  motor-hist-file
           record contains 60 characters.
       01 motor-hist-record.
           05 mh-serial          pic x(12).
           05 mh-date            pic x(8).
           05 mh-action          pic x(4).
           05 mh-where           pic x(10).
           05 mh-rewound         pic x.
           05 mh-note            pic x(16).
           05 mh-oper            pic x(8).
           05 filler             pic x.
