      *****************************************************************
      * DREVFD -- FD and record layouts for the demand-response       *
      * files.  DREVENT holds one line per plant and event day: the   *
      * event hours (whole clock hours, start inclusive, end          *
      * exclusive), the committed kW, the revenue meter whose         *
      * INTVDATA intervals measure the shed, the program's credit     *
      * per kW delivered and penalty per kW short, and -- once the    *
      * event is settled -- the baseline, the event-hour average,     *
      * the shed, the planned shed, and the credit and penalty.       *
      * DRPLAN holds one line per plant and tag shed when an event is *
      * called, with the kW the tag gives up and what is done.        *
      * Plain data, loaded whole and written whole.  See DREVSEL.     *
      *****************************************************************
       fd  dr-event-file
           record contains 120 characters.
       01 dr-event-record.
           05 de-plant           pic x(4).
           05 de-date            pic x(8).
           05 de-start-in        pic x(2).
           05 de-end-in          pic x(2).
           05 de-commit-in       pic x(8).
           05 de-meter           pic x(10).
           05 de-credit-rate-in  pic x(6).
           05 de-penalty-rate-in pic x(6).
           05 de-baseline-in     pic x(8).
           05 de-actual-in       pic x(8).
           05 de-shed-in         pic x(8).
           05 de-plan-in         pic x(8).
           05 de-credit-in       pic x(9).
           05 de-penalty-in      pic x(9).
           05 de-days-in         pic x(2).
           05 de-status          pic x.
               88 de-settled            value "S".
           05 de-oper            pic x(8).
           05 filler             pic x(13).

       fd  dr-plan-file
           record contains 60 characters.
       01 dr-plan-record.
           05 dp-plant           pic x(4).
           05 dp-tag             pic x(10).
           05 dp-kw-in           pic x(8).
           05 dp-action          pic x(30).
           05 filler             pic x(8).
