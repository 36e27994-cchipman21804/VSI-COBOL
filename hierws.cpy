      *****************************************************************
      * HIERWS -- working-storage fields for the ASSETHIER asset      *
      * hierarchy.  HIERRD's load paragraph brings the whole tree     *
      * into HIER-TABLE; the caller then sets HI-PROBE-TAG and        *
      * performs HIERRD's find paragraph, and HI-FOUND-FLAG comes     *
      * back "Y" with the tag's plant and system in HI-PLANT and      *
      * HI-SYSTEM.  See HIERSEL, HIERFD, HIERRD.                      *
      *****************************************************************
       01 hier-status           pic xx.
       01 hi-eof-flag           pic x value "N".
           88 hi-eof                   value "Y".
       01 hier-loaded-flag      pic x value "N".
           88 hier-loaded              value "Y".
       01 hier-count            pic 9(3) value zero.
       01 max-hier-nodes        pic 9(3) value 500.
       01 hier-idx              pic 9(3).
       01 hier-table.
           05 hier-entry occurs 500 times.
               10 ht-level       pic x.
                   88 ht-plant-node        value "P".
                   88 ht-system-node       value "S".
                   88 ht-equip-node        value "E".
               10 ht-code        pic x(10).
               10 ht-parent      pic x(10).
               10 ht-plant       pic x(4).
               10 ht-desc        pic x(30).
               10 ht-oper        pic x(8).
       01 hi-probe-tag          pic x(10).
       01 hi-found-flag         pic x value "N".
           88 hi-tag-found             value "Y".
       01 hi-plant              pic x(4).
       01 hi-system             pic x(10).
