      *****************************************************************
      * COMPFD -- FD and record layout for the COMPOBL compliance-    *
      * obligation master.  One line per obligation, keyed by plant,  *
      * the equipment tag or permit number it applies to, and the     *
      * obligation type (INSP boiler inspection certificate, PRMT     *
      * air-permit renewal, EMIS annual emissions filing -- the one   *
      * EMISSINV prepares -- BKFL backflow test, OTHR anything else). *
      * CO-MONTHS-IN is the recurrence in months (blank or zero for a *
      * one-time item); CO-OPER is the responsible operator ID;       *
      * CO-NEXT-DUE rolls forward each time a completion is logged.   *
      * CO-STATUS is "A" active, "C" closed (a one-time item done),   *
      * or "D" dropped.  See COMPSEL and the COMPLOG completion log   *
      * (CMPLGFD).                                                    *
      *****************************************************************
       fd  comp-obl-file
           record contains 100 characters.
       01 comp-obl-record.
           05 co-plant           pic x(4).
           05 co-ref             pic x(12).
           05 co-type            pic x(4).
           05 co-desc            pic x(24).
           05 co-months-in       pic x(3).
           05 co-oper            pic x(8).
           05 co-next-due        pic x(8).
           05 co-last-done       pic x(8).
           05 co-status          pic x.
           05 filler             pic x(28).
