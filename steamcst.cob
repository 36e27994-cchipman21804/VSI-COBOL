       environment division.
       input-output section.
       file-control.
      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS/
      * FHISTRD.
           COPY fhistsel.

           select fuel-type-file assign to "FUELTYPE"
                  organization is line sequential

       data division.
       file section.
       COPY fhistfd.

       fd  fuel-type-file
           record contains 48 characters.
       01 fuel-type-record.
           05 ftf-code           pic x(2).
           05 ftf-name           pic x(12).
           05 ftf-co2-in         pic x(8).
           05 ftf-nox-in         pic x(8).
           05 filler             pic x(2).
           05 ftf-eff-date       pic x(8).

       COPY resrepfd.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.
       01 hist-best-date        pic x(8).
       01 hist-eff-found-flag   pic x value "N".
           88 hist-eff-found           value "Y".
       COPY resreplog REPLACING ==RR-PARA== BY
            ==168-write-results-repo==.

      * FUELTYPE versions in force -- see VERWS/VERRD.
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

       108-load-fuel-types.
           move zero to fuel-type-count
           move todays-date to vr-as-of-date
           perform 107-scan-fuel-versions thru 107-scan-fuel-exit
           open input fuel-type-file
           if fueltype-status EQUAL TO "00"
              move "N" to fueltype-eof-flag
           end-read.

       109a-store-fuel-type-record.
           perform 107c-check-fuel-version
           if vr-in-force and fuel-type-count < 10
              add 1 to fuel-type-count
              move fuel-type-count to fuel-idx
              move function upper-case(ftf-code)
       126-scan-history-for-eff.
           move "N" to hist-eff-found-flag
           move spaces to hist-best-date
           move tag-in to fh-probe-tag
           perform 127-start-history thru 127-start-exit
           perform 127a-read-history-record
           perform 128-test-history-record until fh-eof
           perform 127b-close-history.
       126-scan-exit.
           exit.

      * Keyed FUELHIST read -- see FHISTRD.
       COPY fhistrd REPLACING ==FH-START-PARA== BY
            ==127-start-history==
            ==FH-START-EXIT== BY ==127-start-exit==
            ==FH-NEXT-PARA== BY ==127a-read-history-record==
            ==FH-CLOSE-PARA== BY ==127b-close-history==.

      * The tag's entries come back oldest first, so the last one
      * with an efficiency stands.
       128-test-history-record.
           if fh-neweff > zero
              move fh-neweff to boiler-eff
              move "Y" to hist-eff-found-flag
              move fh-date to hist-best-date
           end-if
           perform 127a-read-history-record.

       124-fuel-data-entry.
           display "Fuel type code.  On file:"
