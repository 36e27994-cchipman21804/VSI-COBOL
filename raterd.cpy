      *****************************************************************
      * RATERD -- shared RATESCHED tariff lookup, copied into a       *
      * program's PROCEDURE DIVISION with its own paragraph names    *
      * via REPLACING (RT-FIND-PARA, RT-FIND-EXIT, RT-READ-PARA,     *
      * RT-TEST-PARA), the AUDITLOG convention.  The find keeps the  *
      * plant's record with the latest effective date not after      *
      * RT-AS-OF-DATE -- AFFINITY's rule, so next quarter's filed    *
      * tariff can sit in the file ahead of its start -- and blends  *
      * the three energy rates by each period's share of the 24-hour *
      * clock, the same split AFFINITY's time-of-use pricing uses.   *
      * See RATEWS.                                                  *
      *****************************************************************
       RT-FIND-PARA.
           move "N" to rt-found-flag
           move spaces to rt-best-date
           move zero to rt-blended-rate
           open input rate-sched-file
           if ratesched-status NOT EQUAL TO "00"
              go to RT-FIND-EXIT
           end-if
           move "N" to rt-eof-flag
           perform RT-READ-PARA
           perform RT-TEST-PARA until rt-eof
           close rate-sched-file

           if rt-rate-found
              compute rt-on-hours = rt-on-end - rt-on-start
              compute rt-sh-hours = rt-sh-end - rt-sh-start
              compute rt-off-hours = 24 - rt-on-hours - rt-sh-hours
              compute rt-blended-rate rounded =
                      (rt-on-rate * rt-on-hours +
                       rt-sh-rate * rt-sh-hours +
                       rt-off-rate * rt-off-hours) / 24
           end-if.
       RT-FIND-EXIT.
           exit.

       RT-READ-PARA.
           read rate-sched-file
              at end move "Y" to rt-eof-flag
           end-read.

       RT-TEST-PARA.
           if function upper-case(rs-plant) EQUAL TO rt-probe-plant
              and rs-eff-date NOT GREATER THAN rt-as-of-date
              and rs-eff-date GREATER THAN rt-best-date
              move "Y" to rt-found-flag
              move rs-eff-date to rt-best-date
              move function lower-case(rs-on-rate-in)
                   to rs-on-rate-in
              move function lower-case(rs-sh-rate-in)
                   to rs-sh-rate-in
              move function lower-case(rs-off-rate-in)
                   to rs-off-rate-in
              move function lower-case(rs-demand-in)
                   to rs-demand-in
              compute rt-on-rate  = function numval(rs-on-rate-in)
              compute rt-sh-rate  = function numval(rs-sh-rate-in)
              compute rt-off-rate = function numval(rs-off-rate-in)
              compute rt-demand-rate =
                      function numval(rs-demand-in)
              compute rt-on-start =
                      function numval(rs-on-start-in)
              compute rt-on-end   = function numval(rs-on-end-in)
              compute rt-sh-start =
                      function numval(rs-sh-start-in)
              compute rt-sh-end   = function numval(rs-sh-end-in)
           end-if
           perform RT-READ-PARA.
