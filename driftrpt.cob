      * vanished between the two runs, which is how a nudged         *
      * baseline announces itself the next morning instead of weeks  *
      * later.  Only results carrying a parseable amount (the        *
      * "XXX=nnn" form the calculators post) are compared.  Each     *
      * result that moved is also posted to ALERTLOG for the ENG     *
      * role.                                                        *
      *                                                               *
      *****************************************************************

      * RUNCTLWS/RUNCTLWR.
           COPY runctlsel.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

       COPY runctlfd.

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.
      * Suite-wide audit-trail fields.
       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Run-control fields -- see RUNCTLWS.
       COPY runctlws.

       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Operator-alert post -- see ALERTWR.
       COPY alertwr REPLACING ==AW-PARA== BY
            ==996-post-alert==
            ==AW-EXIT== BY ==996-post-exit==
            ==AW-READ-PARA== BY ==996a-read-alert-record==
            ==AW-TEST-PARA== BY ==996b-test-alert-record==.

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
                           drift-pct-out "%) << MOVED"
                           delimited by size into out-line
                    perform 160-emit-line
                    perform 152-post-drift-alert
                 end-if
              when pr-new-flag(pair-idx) EQUAL TO "Y"
                 add 1 to appeared-count
           end-evaluate.
       151-pair-exit.
           exit.

      * One alert per moved result, to the energy engineers.
       152-post-drift-alert.
           move "DRIFTRPT" to audit-trail-pgm
           move "W" to alert-severity
           move spaces to alert-plant
           move pr-tag(pair-idx) to alert-tag
           move pr-pgm(pair-idx) to alert-ref
           move "ENG" to alert-role
           move spaces to alert-message
           string function trim(pr-pgm(pair-idx)) " result moved "
                  function trim(drift-pct-out) "% since "
                  lastnight-date
                  delimited by size into alert-message
           perform 996-post-alert thru 996-post-exit.
