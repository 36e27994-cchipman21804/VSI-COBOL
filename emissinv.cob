      * by plant and fuel with percent-of-permit consumed against the *
      * PERMITS limits file and a warning band -- the report          *
      * environmental compliance rebuilds by hand every January from  *
      * numbers the suite already holds.  A plant over its permit or  *
      * inside the warning band is also posted to ALERTLOG for the    *
      * ENV role.                                                     *
      *                                                               *
      *****************************************************************

                  organization is line sequential
                  file status is report-status.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.
           05 filler             pic x(9).

       fd  fuel-type-file
           record contains 48 characters.
       01 fuel-type-record.
           05 ftf-code           pic x(2).
           05 ftf-name           pic x(12).
           05 ftf-co2-in         pic x(8).
           05 ftf-nox-in         pic x(8).
           05 filler             pic x(2).
           05 ftf-eff-date       pic x(8).

       fd  permits-file
           record contains 30 characters.
           05 pmt-plant          pic x(4).
           05 pmt-pollutant      pic x(4).
           05 pmt-limit-in       pic x(10).
           05 pmt-eff-date       pic x(8).
           05 filler             pic x(4).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.
      * Suite-wide audit-trail fields.
       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.
       01 fuel-version-out      pic x(8).
       01 permit-version-out    pic x(8).

      * Fuel-type-master fields -- the same in-storage table shape
      * FUELSAVE's 108-LOAD-FUEL-TYPES builds.
       01 fueltype-status       pic xx.
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
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * FUELTYPE and PERMITS versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==107-scan-fuel-versions==
            ==VR-SCAN-EXIT== BY ==107-scan-fuel-exit==
            ==VR-READ-PARA== BY ==107a-read-fuel-version==
            ==VR-HOLD-PARA== BY ==107b-hold-fuel-version==
            ==VR-CHECK-PARA== BY ==107c-check-fuel-version==
            ==VR-FIND-PARA== BY ==107d-find-fuel-version==
            ==VR-TEST-PARA== BY ==107e-test-fuel-version==
            ==VR-FILE== BY ==fuel-type-file==
            ==VR-STATUS== BY ==fueltype-status==
            ==VR-KEY== BY ==ftf-code==
            ==VR-DATE== BY ==ftf-eff-date==.

       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==106-scan-permit-versions==
            ==VR-SCAN-EXIT== BY ==106-scan-permit-exit==
            ==VR-READ-PARA== BY ==106a-read-permit-version==
            ==VR-HOLD-PARA== BY ==106b-hold-permit-version==
            ==VR-CHECK-PARA== BY ==106c-check-permit-version==
            ==VR-FIND-PARA== BY ==106d-find-permit-version==
            ==VR-TEST-PARA== BY ==106e-test-permit-version==
            ==VR-FILE== BY ==permits-file==
            ==VR-STATUS== BY ==permits-status==
            ==VR-KEY== BY ==permits-record(1:8)==
            ==VR-DATE== BY ==pmt-eff-date==.

      * The inventory year's factors are the FUELTYPE versions in
      * force at its close, so a restated year keeps the factors it
      * was first reported on.
       108-load-fuel-types.
           move zero to fuel-type-count
           string year-in "1231" delimited by size
                  into vr-as-of-date
           perform 107-scan-fuel-versions thru 107-scan-fuel-exit
           move vr-version-out to fuel-version-out
           open input fuel-type-file
           if fueltype-status EQUAL TO "00"
              move "N" to fueltype-eof-flag
           end-read.

       109b-store-fuel-type-record.
           perform 107c-check-fuel-version
           if vr-in-force and fuel-type-count < 10
              add 1 to fuel-type-count
              move fuel-type-count to fuel-idx
              move function upper-case(ftf-code)
      * then shows the tonnages with no percent-of-permit column.
       109-load-permits.
           move zero to permit-count
           string year-in "1231" delimited by size
                  into vr-as-of-date
           perform 106-scan-permit-versions thru 106-scan-permit-exit
           move vr-version-out to permit-version-out
           open input permits-file
           if permits-status NOT EQUAL TO "00"
              display "No PERMITS limits file on file -- the report"
           end-read.

       109d-store-permit-record.
           perform 106c-check-permit-version
           if vr-in-force and
              pmt-plant NOT EQUAL TO spaces and permit-count < 40
              add 1 to permit-count
              move permit-count to permit-idx
              move function upper-case(pmt-plant)
                  delimited by size into out-line
           perform 160-emit-line
           move spaces to out-line
           string "FUELTYPE version " fuel-version-out
                  "  PERMITS version " permit-version-out
                  "  (in force " vr-as-of-date ")"
                  delimited by size into out-line
           perform 160-emit-line
           move spaces to out-line
           string "PLNT FUEL (NAME)        BOILERS  USAGE"
                  "           CO2 TONNES   NOX TONNES"
                  delimited by size into out-line
                           " permitted (" pct-out
                           "%) << OVER PERMIT"
                           delimited by size into out-line
                    move "C" to alert-severity
                    move "OVER" to alert-ref
                    perform 156-post-permit-alert
                 when permit-pct NOT LESS THAN warn-band-pct
                    string "  CO2  " co2-out " t of " limit-out
                           " permitted (" pct-out
                           "%) << WARNING BAND"
                           delimited by size into out-line
                    move "W" to alert-severity
                    move "BAND" to alert-ref
                    perform 156-post-permit-alert
                 when other
                    string "  CO2  " co2-out " t of " limit-out
                           " permitted (" pct-out "%)"
                           " permitted (" pct-out
                           "%) << OVER PERMIT"
                           delimited by size into out-line
                    move "C" to alert-severity
                    move "OVER" to alert-ref
                    perform 156-post-permit-alert
                 when permit-pct NOT LESS THAN warn-band-pct
                    string "  NOX  " nox-out " t of " limit-out
                           " permitted (" pct-out
                           "%) << WARNING BAND"
                           delimited by size into out-line
                    move "W" to alert-severity
                    move "BAND" to alert-ref
                    perform 156-post-permit-alert
                 when other
                    string "  NOX  " nox-out " t of " limit-out
                           " permitted (" pct-out "%)"
              pl-pollutant(permit-idx) EQUAL TO permits-probe
              move pl-limit(permit-idx) to permit-limit
           end-if.

      * A plant over its permit (critical) or inside the warning
      * band goes to the environmental-compliance inbox.
       156-post-permit-alert.
           move "EMISSINV" to audit-trail-pgm
           move pp-plant(plant-idx) to alert-plant
           move permits-probe to alert-tag
           move "ENV" to alert-role
           move spaces to alert-message
           string function trim(permits-probe) " at "
                  function trim(pct-out) "% of the permit limit for "
                  year-in
                  delimited by size into alert-message
           perform 996-post-alert thru 996-post-exit.
