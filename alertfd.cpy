      *****************************************************************
      * ALERTFD -- FD and record layouts for the ALERTLOG operator    *
      * alert file and its ALERTWORK rewrite copy.  One line per      *
      * alert: the key (date and time posted, the posting program,    *
      * and a per-run sequence), the severity (C critical, W          *
      * warning, I information), the plant and tag it concerns, a     *
      * short reference (order number, file, pollutant ...), the      *
      * operator role it is routed to, the message, and the           *
      * acknowledgement fields UTILMENU fills.  AL-STATUS is "U"      *
      * until acknowledged, then "A".                                 *
      *                                                               *
      * Roles match OM-ROLE on OPERMAST: OPS plant operations, MNT    *
      * maintenance, ENV environmental compliance, ENG energy         *
      * engineering, ADM systems administration.  A blank role goes   *
      * to every operator.  See ALERTSEL, ALERTWS, ALERTWR.           *
      *****************************************************************
       fd  alert-file
           record contains 150 characters.
       01 alert-record.
           05 al-key.
               10 al-date        pic x(8).
               10 al-time        pic x(8).
               10 al-source      pic x(8).
               10 al-seq         pic 9(4).
           05 al-severity        pic x.
           05 al-plant           pic x(4).
           05 al-tag             pic x(10).
           05 al-ref             pic x(10).
           05 al-role            pic x(4).
           05 al-message         pic x(60).
           05 al-status          pic x.
           05 al-ack-by          pic x(8).
           05 al-ack-date        pic x(8).
           05 al-ack-time        pic x(6).
           05 filler             pic x(10).

       fd  alert-work-file
           record contains 150 characters.
       01 alert-work-record     pic x(150).
