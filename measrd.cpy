      *****************************************************************
      * MEASRD -- shared MEASURES library lookup, copied into a       *
      * program's PROCEDURE DIVISION with its own paragraph names     *
      * via REPLACING (MS-FIND-PARA, MS-FIND-EXIT, MS-READ-PARA,      *
      * MS-TEST-PARA), the RATERD convention.  The code match is      *
      * made in upper case, so a measure keyed "vfd-ahu" finds        *
      * VFD-AHU.  See MEASWS.                                         *
      *****************************************************************
       MS-FIND-PARA.
           move "N" to ms-found-flag
           move function upper-case(ms-probe-code) to ms-probe-code
           open input measure-file
           if measures-status NOT EQUAL TO "00"
              go to MS-FIND-EXIT
           end-if
           move "N" to ms-eof-flag
           perform MS-READ-PARA
           perform MS-TEST-PARA until ms-eof
           close measure-file.
       MS-FIND-EXIT.
           exit.

       MS-READ-PARA.
           read measure-file
              at end move "Y" to ms-eof-flag
           end-read.

       MS-TEST-PARA.
           if function upper-case(ml-code) EQUAL TO ms-probe-code
              move "Y" to ms-found-flag
              move "Y" to ms-eof-flag
              move ml-desc to ms-desc
              move ml-basis to ms-basis
              move function lower-case(ml-unit-cost-in)
                   to ml-unit-cost-in
              move function lower-case(ml-savings-in)
                   to ml-savings-in
              move function lower-case(ml-om-delta-in)
                   to ml-om-delta-in
              compute ms-unit-cost =
                      function numval(ml-unit-cost-in)
              compute ms-savings-pct =
                      function numval(ml-savings-in)
              compute ms-life = function numval(ml-life-in)
              compute ms-om-delta =
                      function numval(ml-om-delta-in)
           else
              perform MS-READ-PARA
           end-if.
