      * rejected.  See PENDSEL.                                      *
      *****************************************************************
       fd  pending-change-file
           record contains 210 characters.
       01 pending-change-record.
           05 pc-seq             pic 9(4).
           05 pc-file            pic x(12).
           05 pc-status          pic x.
           05 pc-decided-by      pic x(8).
           05 pc-decided-date    pic x(8).
           05 pc-image           pic x(150).
           05 filler             pic x(2).
