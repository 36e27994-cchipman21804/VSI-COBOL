      *****************************************************************
      * LITPRFD -- FD and record layout for the LITEPROJ lighting     *
      * retrofit project file.  One line per area of a project, the   *
      * project's lines replaced whole each time it is re-priced:     *
      * project tag and plant, the area, the existing and             *
      * replacement LITEFIX fixture codes with their counts, the      *
      * annual burn hours and where they came from ("R" RUNHOURS,     *
      * "S" an operating schedule), and the line's kW, kWh, and       *
      * dollars saved a year.  The tag and plant columns are what     *
      * place a lighting project's RESULTREPO savings in a plant.     *
      * See LITPRSEL.                                                 *
      *****************************************************************
       fd  lite-proj-file
           record contains 100 characters.
       01 lite-proj-record.
           05 lp-tag             pic x(10).
           05 lp-plant           pic x(4).
           05 lp-area            pic x(16).
           05 lp-exist-code      pic x(8).
           05 lp-exist-qty-in    pic x(5).
           05 lp-new-code        pic x(8).
           05 lp-new-qty-in      pic x(5).
           05 lp-hours-in        pic x(5).
           05 lp-hours-src       pic x.
           05 lp-kw-in           pic x(8).
           05 lp-kwh-in          pic x(10).
           05 lp-dollars-in      pic x(10).
           05 lp-date            pic x(8).
           05 filler             pic x(2).
