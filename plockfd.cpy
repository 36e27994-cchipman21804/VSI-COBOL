      *****************************************************************
      * PLOCKFD -- FD and record layout for the PERIODSTAT fiscal-    *
      * period lock file.  The status is O (open), P (closing -- the  *
      * close package is being cut), C (closed), or R (reopened by an *
      * administrator after a close), with who last changed it, when, *
      * how many times it has been reopened, and the reason given for *
      * the latest reopen.  See PLOCKSEL, PLOCKWS, PLOCKRD.           *
      *****************************************************************
       fd  period-lock-file
           record contains 80 characters.
       01 period-lock-record.
           05 plk-year           pic x(4).
           05 plk-period         pic x(2).
           05 plk-status         pic x.
           05 plk-changed-date   pic x(8).
           05 plk-changed-time   pic x(6).
           05 plk-changed-by     pic x(8).
           05 plk-reopen-count   pic 99.
           05 plk-reason         pic x(40).
           05 filler             pic x(9).
