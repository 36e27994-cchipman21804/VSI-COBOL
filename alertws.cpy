      *****************************************************************
      * ALERTWS -- working-storage fields for the ALERTLOG operator   *
      * alert file, copied into the working-storage section of every  *
      * program that posts to it or reads it.  A posting program      *
      * loads AUDIT-TRAIL-PGM (the source), ALERT-SEVERITY,           *
      * ALERT-PLANT, ALERT-TAG, ALERT-REF, ALERT-ROLE, and            *
      * ALERT-MESSAGE and performs ALERTWR's shared post.  See        *
      * ALERTSEL, ALERTFD, ALERTWR.                                   *
      *****************************************************************
       01 alert-status          pic xx.
       01 alert-work-status     pic xx.
       01 alert-eof-flag        pic x value "N".
           88 alert-eof                value "Y".
       01 alert-severity        pic x.
           88 alert-critical           value "C".
           88 alert-warning            value "W".
           88 alert-info               value "I".
       01 alert-plant           pic x(4).
       01 alert-tag             pic x(10).
       01 alert-ref             pic x(10).
       01 alert-role            pic x(4).
       01 alert-message         pic x(60).
       01 alert-post-seq        pic 9(4) value zero.
       01 alert-posted-count    pic 9(4) value zero.
       01 alert-repeat-count    pic 9(4) value zero.
       01 alert-dup-flag        pic x value "N".
           88 alert-already-open       value "Y".
       01 alert-stamp.
           05 alert-stamp-date  pic x(8).
           05 alert-stamp-time  pic x(8).
           05 filler            pic x(5).
