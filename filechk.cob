      * steps naming FILECHK as their predecessor under condition Z  *
      * (run only on zero rejects) -- a mismatch posts to the RUNCTL *
      * rejected column, and the conditioned steps then skip instead *
      * of running on a damaged file.  Every failure is also posted  *
      * to ALERTLOG for the ADM role, so the morning shift sees it   *
      * at sign-on whether or not anyone opens the log.  The Stamp   *
      * option writes fresh trailers for the current state, for      *
      * first-time setup or after a deliberate hand edit.            *
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

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
              add 1 to missing-count
              display check-name(check-idx) "  MISSING -- file not"
                      " found"
              move "C" to alert-severity
              move "MISSING" to alert-ref
              move spaces to alert-message
              string function trim(check-name(check-idx))
                     " is missing -- refuse the window."
                     delimited by size into alert-message
              perform 250-post-file-alert
              go to 200-check-exit
           end-if
           add 1 to checked-count
              add 1 to mismatch-count
              display check-name(check-idx) "  NO TRAILER -- stamp"
                      " one once the file is verified"
              move "W" to alert-severity
              move "NOTRAILER" to alert-ref
              move spaces to alert-message
              string function trim(check-name(check-idx))
                     " has no control trailer -- stamp one once"
                     " verified."
                     delimited by size into alert-message
              perform 250-post-file-alert
              go to 200-check-exit
           end-if

                      tt-date(trailer-pick) ")"
              display "  actual:  " count2-out " recs hash "
                      hash2-out
              move "C" to alert-severity
              move "MISMATCH" to alert-ref
              move spaces to alert-message
              string function trim(check-name(check-idx))
                     " does not match its control trailer."
                     delimited by size into alert-message
              perform 250-post-file-alert
           end-if.
       200-check-exit.
           exit.

      * A failed file goes to the ADM role's alert inbox under its
      * own name.
       250-post-file-alert.
           move "FILECHK" to audit-trail-pgm
           move spaces to alert-plant
           move check-name(check-idx) to alert-tag
           move "ADM" to alert-role
           perform 996-post-alert thru 996-post-exit.

       220-find-trailer.
           if tt-file(trailer-idx) EQUAL TO check-name(check-idx)
              move trailer-idx to trailer-pick
