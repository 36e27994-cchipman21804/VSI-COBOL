      *****************************************************************
      * PTESTFD -- FD and record layout for the PUMPTEST log.  One    *
      * line per field test: the tag and date, the measured flow      *
      * (gpm), discharge and suction pressures (psig), and motor      *
      * input kW as read; then the figures worked from them when the  *
      * test was logged -- total head (ft of water), wire-to-water    *
      * efficiency, pump efficiency (wire-to-water over the motor     *
      * efficiency), and the AFFCURVE new-condition efficiency        *
      * interpolated at the measured flow (blank when the tag has no  *
      * curve).  PF-REFURB-IN carries the impeller/wear-ring          *
      * refurbishment quote when one was entered with the test.       *
      * See PTESTSEL.                                                 *
      *****************************************************************
       fd  pump-test-file
           record contains 90 characters.
       01 pump-test-record.
           05 pf-tag             pic x(10).
           05 pf-date            pic x(8).
           05 pf-flow-in         pic x(8).
           05 pf-disch-in        pic x(6).
           05 pf-suct-in         pic x(6).
           05 pf-kw-in           pic x(8).
           05 pf-head-in         pic x(6).
           05 pf-w2w-in          pic x(6).
           05 pf-pump-eff-in     pic x(6).
           05 pf-curve-eff-in    pic x(6).
           05 pf-refurb-in       pic x(8).
           05 pf-oper            pic x(8).
           05 filler             pic x(4).
