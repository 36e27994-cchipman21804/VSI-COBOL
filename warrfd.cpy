      *****************************************************************
      * WARRFD -- FD and record layout for the WARRANTY file.  One    *
      * line per warranty, keyed by WA-KEY-TYPE "T" and an equipment  *
      * tag or "S" and a MOTORINV motor serial number: the VENDMAST   *
      * vendor that stands behind it, the start and end dates, the    *
      * coverage (P parts, L labor, F full parts and labor), and the  *
      * terms as free text.  Kept by WARRMNT; checked by FUELTRND,    *
      * PMDUE, and MOTCOND as they raise work orders and by REWINDBUY *
      * for the failed motor.  See WARRSEL and the claims in WARRMNT. *
      *****************************************************************
       fd  warranty-file
           record contains 100 characters.
       01 warranty-record.
           05 wa-key-type        pic x.
           05 wa-key             pic x(12).
           05 wa-vendor          pic 9(6).
           05 wa-start           pic x(8).
           05 wa-end             pic x(8).
           05 wa-coverage        pic x.
           05 wa-terms           pic x(40).
           05 wa-oper            pic x(8).
           05 filler             pic x(16).
