      *****************************************************************
      * BHISTFD -- FD and record layouts for the BATCHHIST step       *
      * history and the BATCHWIN window parameters.  A history line   *
      * carries the window it ran in (the window's opening date and   *
      * time), the step, its disposition, its own start and end       *
      * stamps, and its elapsed seconds.  See BHISTSEL, BHISTWS,      *
      * BHISTRD.                                                      *
      *****************************************************************
       fd  batch-hist-file
           record contains 80 characters.
       01 batch-hist-record.
           05 bh-window.
               10 bh-win-date    pic x(8).
               10 bh-win-time    pic x(6).
           05 bh-step            pic 99.
           05 bh-pgm             pic x(10).
           05 bh-status          pic x(6).
           05 bh-start-date      pic x(8).
           05 bh-start-time      pic x(6).
           05 bh-end-date        pic x(8).
           05 bh-end-time        pic x(6).
           05 bh-elapsed         pic 9(5).
           05 filler             pic x(15).

      * One line: the allowed end time (HHMM, the morning after for
      * a window that opens in the evening) and the percentage over
      * its own average at which a step is flagged.
       fd  batch-win-file
           record contains 30 characters.
       01 batch-win-record.
           05 bw-end-time-in     pic x(4).
           05 bw-over-pct-in     pic x(3).
           05 filler             pic x(23).
