      *****************************************************************
      * WARRRD -- shared WARRANTY lookup, copied into a program's     *
      * PROCEDURE DIVISION with its own paragraph names via           *
      * REPLACING (WL-FIND-PARA, WL-FIND-EXIT, WL-READ-PARA,          *
      * WL-TEST-PARA), the VENDRD convention.  A missing WARRANTY     *
      * file finds nothing, so nothing reads as under warranty.       *
      * See WARRWS.                                                   *
      *****************************************************************
       WL-FIND-PARA.
           move "N" to wl-found-flag
           move zero to wl-vendor
           move spaces to wl-end wl-coverage wl-coverage-word
           move function upper-case(wl-probe-key) to wl-probe-key
           if wl-probe-key EQUAL TO spaces
              go to WL-FIND-EXIT
           end-if
           open input warranty-file
           if warranty-status NOT EQUAL TO "00"
              go to WL-FIND-EXIT
           end-if
           move "N" to wl-eof-flag
           perform WL-READ-PARA
           perform WL-TEST-PARA until wl-eof
           close warranty-file
           evaluate wl-coverage
              when "P" move "PARTS ONLY"      to wl-coverage-word
              when "L" move "LABOR ONLY"      to wl-coverage-word
              when "F" move "PARTS AND LABOR" to wl-coverage-word
              when other
                   continue
           end-evaluate.
       WL-FIND-EXIT.
           exit.

       WL-READ-PARA.
           read warranty-file
              at end move "Y" to wl-eof-flag
           end-read.

       WL-TEST-PARA.
           if wa-key-type EQUAL TO wl-probe-type and
              function upper-case(wa-key) EQUAL TO wl-probe-key and
              wa-start NOT GREATER THAN wl-as-of and
              wa-end NOT LESS THAN wl-as-of and
              wa-end > wl-end
              move "Y" to wl-found-flag
              move wa-vendor to wl-vendor
              move wa-end to wl-end
              move function upper-case(wa-coverage) to wl-coverage
           end-if
           perform WL-READ-PARA.
