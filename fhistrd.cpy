      *****************************************************************
      * FHISTRD -- shared keyed read of the FUELHIST boiler history,  *
      * copied into a program's PROCEDURE DIVISION with its own       *
      * paragraph names via REPLACING (FH-START-PARA, FH-START-EXIT,  *
      * FH-NEXT-PARA, FH-CLOSE-PARA), the RATERD convention.  The     *
      * start STARTs the file at FH-PROBE-TAG's first entry (the      *
      * file's first when the probe is blank); the next reads on and  *
      * raises FH-EOF once past that tag.  A missing FUELHIST simply  *
      * reads as no history.  See FHISTWS.                            *
      *****************************************************************
       FH-START-PARA.
           move "N" to fh-eof-flag
           move "N" to fh-open-flag
           open input fuel-hist-file
           if fuelhist-status NOT EQUAL TO "00"
              move "Y" to fh-eof-flag
              go to FH-START-EXIT
           end-if
           move "Y" to fh-open-flag
           move fh-probe-tag to fh-tag
           move low-values to fh-date
           move low-values to fh-time
           move zero to fh-seq
           start fuel-hist-file key NOT LESS THAN fh-key
              invalid key move "Y" to fh-eof-flag
           end-start.
       FH-START-EXIT.
           exit.

       FH-NEXT-PARA.
           if NOT fh-eof
              read fuel-hist-file next record
                 at end move "Y" to fh-eof-flag
              end-read
           end-if
           if NOT fh-eof and fh-probe-tag NOT EQUAL TO spaces and
              fh-tag NOT EQUAL TO fh-probe-tag
              move "Y" to fh-eof-flag
           end-if.

       FH-CLOSE-PARA.
           if fh-open
              close fuel-hist-file
              move "N" to fh-open-flag
           end-if.
