      *****************************************************************
      * VENDRD -- shared VENDMAST vendor lookup, copied into a        *
      * program's PROCEDURE DIVISION with its own paragraph names     *
      * via REPLACING (VN-FIND-PARA, VN-FIND-EXIT, VN-READ-PARA,      *
      * VN-TEST-PARA), the MEASRD convention.  A missing VENDMAST     *
      * finds nothing, so every vendor number reads as unknown.       *
      * See VENDWS.                                                   *
      *****************************************************************
       VN-FIND-PARA.
           move "N" to vn-found-flag
           move spaces to vn-name vn-type vn-active-flag
           open input vendor-file
           if vendor-status NOT EQUAL TO "00"
              go to VN-FIND-EXIT
           end-if
           move "N" to vn-eof-flag
           perform VN-READ-PARA
           perform VN-TEST-PARA until vn-eof
           close vendor-file.
       VN-FIND-EXIT.
           exit.

       VN-READ-PARA.
           read vendor-file
              at end move "Y" to vn-eof-flag
           end-read.

       VN-TEST-PARA.
           if vm-number NUMERIC and vm-number EQUAL TO vn-probe-number
              move "Y" to vn-found-flag
              move "Y" to vn-eof-flag
              move vm-name to vn-name
              move vm-type to vn-type
              move function upper-case(vm-active) to vn-active-flag
           else
              perform VN-READ-PARA
           end-if.
