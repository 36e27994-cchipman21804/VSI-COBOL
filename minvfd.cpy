      *****************************************************************
      * MINVFD -- FD and record layout for the MOTORINV inventory.    *
      * One line per physical motor, keyed by its serial number:      *
      * the nameplate HP, poles, and frame, the enclosure (ODP,       *
      * TEFC, TENV, XP), the efficiency class (STD, EPAC, PREM),      *
      * and the number of times it has been rewound.  MI-LOCATION     *
      * is "I" installed (MI-WHERE holds the equipment tag), "S" in   *
      * stores (MI-WHERE blank or the bin), or "R" out for repair     *
      * (MI-WHERE holds the repair shop); MI-SINCE is the date it     *
      * got there.  See MINVSEL and the MOTORHIST log (MHISTFD).      *
      *****************************************************************
       fd  motor-inv-file
           record contains 80 characters.
       01 motor-inv-record.
           05 mi-serial          pic x(12).
           05 mi-hp-in           pic x(6).
           05 mi-poles-in        pic x(2).
           05 mi-frame           pic x(6).
           05 mi-enclosure       pic x(4).
           05 mi-eff-class       pic x(4).
           05 mi-rewinds-in      pic x(2).
           05 mi-location        pic x.
           05 mi-where           pic x(10).
           05 mi-since           pic x(8).
           05 filler             pic x(25).
