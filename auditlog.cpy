       AL-FISCAL-LOAD.
           move "Y" to fiscal-loaded-flag
           move zero to fiscal-count
           move high-values to fiscal-first-start
           open input fiscal-cal-file
           if fiscal-cal-status EQUAL TO "00"
              move "N" to fiscal-eof-flag
              move fc-period to fp-period(fiscal-idx)
              move fc-start  to fp-start(fiscal-idx)
              move fc-end    to fp-end(fiscal-idx)
              if fc-start < fiscal-first-start
                 move fc-start to fiscal-first-start
              end-if
           end-if
           perform AL-FISCAL-READ.

