      *****************************************************************
      * ALERTWR -- shared post of one operator alert to ALERTLOG,     *
      * copied into a program's PROCEDURE DIVISION with its own       *
      * paragraph names via REPLACING (AW-PARA, AW-EXIT,              *
      * AW-READ-PARA, AW-TEST-PARA), the RATERD convention.  Caller   *
      * loads the ALERT-* fields and AUDIT-TRAIL-PGM (see ALERTWS)    *
      * and performs AW-PARA THRU AW-EXIT.  An exception the same     *
      * program already raised for the same plant, tag, and           *
      * reference that nobody has acknowledged yet is not posted a    *
      * second time, so a condition that persists night after night   *
      * stays one line in the operator's inbox.                       *
      *****************************************************************
       AW-PARA.
           if audit-trail-pgm EQUAL TO low-values
              move spaces to audit-trail-pgm
           end-if
           move "N" to alert-dup-flag
           open input alert-file
           if alert-status EQUAL TO "00"
              move "N" to alert-eof-flag
              perform AW-READ-PARA
              perform AW-TEST-PARA
                      until alert-eof or alert-already-open
              close alert-file
           end-if
           if alert-already-open
              add 1 to alert-repeat-count
              go to AW-EXIT
           end-if

           open extend alert-file
           if alert-status EQUAL TO "05" OR
              alert-status EQUAL TO "35"
              open output alert-file
           end-if
           if alert-status NOT EQUAL TO "00"
              display "Unable to open ALERTLOG -- alert not posted."
              go to AW-EXIT
           end-if

           move function current-date to alert-stamp
           add 1 to alert-post-seq
           move spaces to alert-record
           move alert-stamp-date to al-date
           move alert-stamp-time to al-time
           move audit-trail-pgm to al-source
           move alert-post-seq to al-seq
           move alert-severity to al-severity
           move alert-plant to al-plant
           move alert-tag to al-tag
           move alert-ref to al-ref
           move alert-role to al-role
           move alert-message to al-message
           move "U" to al-status
           write alert-record
           close alert-file
           add 1 to alert-posted-count.
       AW-EXIT.
           exit.

       AW-READ-PARA.
           read alert-file
              at end move "Y" to alert-eof-flag
           end-read.

       AW-TEST-PARA.
           if al-status EQUAL TO "U" and
              al-source EQUAL TO audit-trail-pgm and
              al-plant EQUAL TO alert-plant and
              al-tag EQUAL TO alert-tag and
              al-ref EQUAL TO alert-ref
              move "Y" to alert-dup-flag
           end-if
           perform AW-READ-PARA.
