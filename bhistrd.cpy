      *****************************************************************
      * BHISTRD -- shared BATCHWIN parameter load and BATCHHIST       *
      * per-program averaging, copied into a program's PROCEDURE      *
      * DIVISION with its own paragraph names via REPLACING           *
      * (BH-PARM-PARA, BH-LOAD-PARA, BH-READ-PARA, BH-STORE-PARA,     *
      * BH-AVG-PARA, BH-FIND-PARA, BH-TEST-PARA, BH-SUM-PARA), the    *
      * RATERD convention.  Only clean (OK) runs count toward an      *
      * average -- a failed step's few seconds would drag it down.    *
      * Each program keeps its last thirty in a ring, so the file is  *
      * read once, oldest first, however long it grows.  See BHISTWS. *
      *****************************************************************
       BH-PARM-PARA.
           open input batch-win-file
           if batchwin-status EQUAL TO "00"
              read batch-win-file
                 at end move spaces to batch-win-record
              end-read
              if bw-end-time-in NUMERIC and
                 bw-end-time-in(1:2) < "24" and
                 bw-end-time-in(3:2) < "60"
                 move bw-end-time-in to bw-allowed-end
              end-if
              if bw-over-pct-in NOT EQUAL TO spaces and
                 function test-numval(bw-over-pct-in) EQUAL TO zero
                 compute bw-over-pct = function numval(bw-over-pct-in)
              end-if
              close batch-win-file
           end-if.

       BH-LOAD-PARA.
           move zero to bh-pgm-count
           open input batch-hist-file
           if batchhist-status EQUAL TO "00"
              move "N" to bh-eof-flag
              perform BH-READ-PARA
              perform BH-STORE-PARA until bh-eof
              close batch-hist-file
           end-if.

       BH-READ-PARA.
           read batch-hist-file
              at end move "Y" to bh-eof-flag
           end-read.

       BH-STORE-PARA.
           if bh-status EQUAL TO "OK" and bh-elapsed NUMERIC and
              bh-window NOT EQUAL TO bh-exclude-window
              move function upper-case(bh-pgm) to bh-probe-pgm
              perform BH-FIND-PARA
              if bh-pick EQUAL TO zero and bh-pgm-count < 40
                 add 1 to bh-pgm-count
                 move bh-pgm-count to bh-pick
                 move bh-probe-pgm to bht-pgm(bh-pick)
                 move zero to bht-filled(bh-pick)
                 move 1 to bht-next(bh-pick)
              end-if
              if bh-pick NOT EQUAL TO zero
                 move bht-next(bh-pick) to bh-ring-idx
                 move bh-elapsed to bht-secs(bh-pick, bh-ring-idx)
                 if bht-filled(bh-pick) < bh-night-limit
                    add 1 to bht-filled(bh-pick)
                 end-if
                 if bh-ring-idx EQUAL TO bh-night-limit
                    move 1 to bht-next(bh-pick)
                 else
                    add 1 to bht-next(bh-pick)
                 end-if
              end-if
           end-if
           perform BH-READ-PARA.

       BH-AVG-PARA.
           move zero to bh-avg-secs
           move zero to bh-avg-nights
           move function upper-case(bh-probe-pgm) to bh-probe-pgm
           perform BH-FIND-PARA
           if bh-pick NOT EQUAL TO zero
              move zero to bh-sum-secs
              perform BH-SUM-PARA
                      varying bh-ring-idx from 1 by 1
                      until bh-ring-idx > bht-filled(bh-pick)
              move bht-filled(bh-pick) to bh-avg-nights
              compute bh-avg-secs rounded =
                      bh-sum-secs / bh-avg-nights
           end-if.

       BH-FIND-PARA.
           move zero to bh-pick
           perform BH-TEST-PARA
                   varying bh-idx from 1 by 1
                   until bh-idx > bh-pgm-count.

       BH-TEST-PARA.
           if bht-pgm(bh-idx) EQUAL TO bh-probe-pgm
              move bh-idx to bh-pick
           end-if.

       BH-SUM-PARA.
           add bht-secs(bh-pick, bh-ring-idx) to bh-sum-secs.
