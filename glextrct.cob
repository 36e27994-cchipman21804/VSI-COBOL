      * item and a control-total trailer the GL loader verifies.     *
      * The close package now ends in a file the GL accepts.         *
      *                                                               *
      * Plant for a repository result comes off the ASSETHIER asset  *
      * tree, or for a tag not yet hung on the tree the AFFSKED/     *
      * FUELSKED tag-to-plant mapping; a GLMAP row with plant "****" *
      * matches any plant.                                           *
      *                                                               *
      *****************************************************************

                  organization is line sequential
                  file status is fuel-sked-status.

      * Plant/system/equipment tree -- see HIERSEL/HIERFD/HIERWS/
      * HIERRD.
           COPY hiersel.

           select journal-file assign to "GLJOURNAL"
                  organization is line sequential
                  file status is journal-status.
           05 gm-dr-cc           pic x(4).
           05 gm-cr-acct         pic x(8).
           05 gm-cr-cc           pic x(4).
           05 gm-eff-date        pic x(8).
           05 filler             pic x(8).

       COPY resrepfd.

       fd  project-spend-file
           record contains 48 characters.
       01 project-spend-record.
           05 ps-number          pic 9(6).
           05 ps-date            pic x(8).
           05 ps-fy              pic x(4).
           05 ps-period         pic x(2).
           05 ps-amount-in       pic x(10).
           05 filler             pic x(18).

       fd  aff-sked-file
           record contains 40 characters.
      * lines in balanced pairs, then one T trailer carrying the
      * debit total and the line count for the loader's control
      * check.
       COPY hierfd.

       fd  journal-file
           record contains 80 characters.
       01 journal-record.
      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

               10 tm-tag         pic x(10).
               10 tm-plant       pic x(4).

      * Plant/system/equipment tree fields -- see HIERWS.
       COPY hierws.

      * Extraction work fields.
       01 result-type           pic x(10).
       01 result-value-text     pic x(30).
           move debit-total to total-out
           display spaces
           display count-out " journal lines written to GLJOURNAL."
           display "Accounts from GLMAP version " vr-version-out
                   " (in force " period-end ")."
           display "Debits " total-out " -- credits equal by"
                   " construction."
           if skipped-count > zero
              move fp-end(fiscal-idx) to period-end
           end-if.

      * GLMAP versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==114-scan-map-versions==
            ==VR-SCAN-EXIT== BY ==114-scan-map-exit==
            ==VR-READ-PARA== BY ==114a-read-map-version==
            ==VR-HOLD-PARA== BY ==114b-hold-map-version==
            ==VR-CHECK-PARA== BY ==114c-check-map-version==
            ==VR-FIND-PARA== BY ==114d-find-map-version==
            ==VR-TEST-PARA== BY ==114e-test-map-version==
            ==VR-FILE== BY ==glmap-file==
            ==VR-STATUS== BY ==glmap-status==
            ==VR-KEY== BY ==glmap-record(1:24)==
            ==VR-DATE== BY ==gm-eff-date==.

       115-load-glmap.
           move zero to glmap-count
           move period-end to vr-as-of-date
           perform 114-scan-map-versions thru 114-scan-map-exit
           open input glmap-file
           if glmap-status EQUAL TO "00"
              move "N" to glmap-eof-flag
           end-read.

       117-store-glmap-record.
           perform 114c-check-map-version
           if vr-in-force and
              gm-pgm NOT EQUAL TO spaces and glmap-count < 40
              add 1 to glmap-count
              move glmap-count to glmap-idx
              move function upper-case(gm-pgm)
           perform 231-find-tag-plant
                   varying tagmap-idx from 1 by 1
                   until tagmap-idx > tagmap-count
           move rr-tag to hi-probe-tag
           perform 236-find-tag
           if hi-tag-found
              move hi-plant to posting-plant
           end-if
           if posting-plant EQUAL TO spaces
              move "****" to posting-plant
           end-if
              move tm-plant(tagmap-idx) to posting-plant
           end-if.

      * Tree load and tag lookup -- see HIERRD.  The tree places a
      * tag ahead of the schedules.
       COPY hierrd REPLACING ==HI-LOAD-PARA== BY
            ==235-load-hierarchy==
            ==HI-LOAD-EXIT== BY ==235-load-exit==
            ==HI-READ-PARA== BY ==235a-read-hier-record==
            ==HI-STORE-PARA== BY ==235b-store-hier-record==
            ==HI-FIND-PARA== BY ==236-find-tag==
            ==HI-TEST-PARA== BY ==236a-test-tag==.

       232-test-glmap-row.
           if gt-pgm(glmap-idx) EQUAL TO rr-pgm and
              gt-type(glmap-idx) EQUAL TO result-type
