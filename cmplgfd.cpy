      *****************************************************************
      * CMPLGFD -- FD and record layout for the COMPLOG compliance    *
      * completion log.  One line per completion, appended as it is   *
      * posted: the obligation key, the due date it satisfied, the    *
      * date it was done, the next due date it rolled forward to      *
      * (blank when a one-time item closed), the certificate or       *
      * filing reference, and the operator who posted it.  See        *
      * CMPLGSEL and the COMPOBL master (COMPFD).                     *
      *****************************************************************
       fd  comp-log-file
           record contains 80 characters.
       01 comp-log-record.
           05 cl-plant           pic x(4).
           05 cl-ref             pic x(12).
           05 cl-type            pic x(4).
           05 cl-due             pic x(8).
           05 cl-done            pic x(8).
           05 cl-next            pic x(8).
           05 cl-cert            pic x(20).
           05 cl-oper            pic x(8).
           05 filler             pic x(8).
