                  organization is line sequential
                  file status is parm-status.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

       COPY resrepfd.

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.

       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Operator-alert post -- see ALERTWR.
       COPY alertwr REPLACING ==AW-PARA== BY
            ==996-post-alert==
            ==AW-EXIT== BY ==996-post-exit==
            ==AW-READ-PARA== BY ==996a-read-alert-record==
            ==AW-TEST-PARA== BY ==996b-test-alert-record==.

      * File-status decode with operator guidance -- see FSTATPR.
       COPY fstatpr REPLACING ==FS-PARA== BY
            ==990-decode-file-status==
              display susp-written-out
                      " rejected records written to the suspense"
                      " file."
              move "FAGF" to audit-trail-pgm
              move "W" to alert-severity
              move spaces to alert-plant
              move spaces to alert-tag
              move "FAGFSUSP" to alert-ref
              move "OPS" to alert-role
              move spaces to alert-message
              string function trim(susp-written-out)
                     " batch records rejected to "
                     "FAGFSUSP."
                     delimited by size into alert-message
              perform 996-post-alert thru 996-post-exit
           end-if
      * A clean reprocessing run retires the suspense file, so the
      * fixed records are not offered again tomorrow.
