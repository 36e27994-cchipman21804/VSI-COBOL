      * annual hours and electric rate, and reports the operating-    *
      * cost difference, the simple payback on the price gap, and a   *
      * present-value figure at the shop rate.  The recommendation    *
      * posts to RESULTREPO under the equipment tag.  The tag's       *
      * MOTORCOND condition history is shown first, and a motor in    *
      * alarm is flagged on screen and in the posted inputs.  When    *
      * MOTORINV shows a serial-numbered motor installed at the tag,  *
      * each of its prior rewinds costs another derate on top of the  *
      * one this rewind takes.  A tag, or the motor installed at it,  *
      * still under a WARRANTY warranty is flagged before the quotes  *
      * are taken -- the failure may be the vendor's to make good.    *
      *                                                               *
      *****************************************************************

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Motor condition log -- see MCONDSEL/MCONDFD.
           COPY mcondsel.

      * Serial-number motor inventory -- see MINVSEL/MINVFD.
           COPY minvsel.

      * Equipment and motor warranties -- see WARRSEL/WARRFD/WARRWS/
      * WARRRD.
           COPY warrsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.
           05 lib-poles-in      pic x(2).
           05 lib-std-in        pic x(6).
           05 lib-prem-in       pic x(6).
           05 lib-eff-date      pic x(8).
           05 filler            pic x(2).

       COPY resrepfd.

       COPY mcondfd.

       COPY minvfd.

       COPY warrfd.

       COPY auditfd.

       COPY fiscfd.
      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * Warranty-lookup fields -- see WARRWS.
       COPY warrws.
       01 warranty-flag         pic x value "N".
           88 failure-under-warranty   value "Y".

      * Motor-library fields -- the same banded lookup AFFINITY's
      * 112A-MOTOR-LIBRARY-LOOKUP runs, kept twice here (standard
      * and premium read out of the same chosen frame row).
       01 std-eff               pic 999v9.
       01 prem-eff              pic 999v9.

      * Condition-history fields -- the latest MOTORCOND reading
      * of each measure for the tag.
       01 motor-cond-status     pic xx.
       01 cond-eof-flag         pic x value "N".
           88 cond-eof                 value "Y".
       01 cond-tag              pic x(10).
       01 cond-count            pic 9(3) value zero.
       01 cond-idx              pic 9.
       01 cond-pick             pic 9.
       01 cond-used             pic 9 value zero.
       01 cond-table.
           05 cond-entry occurs 3 times.
               10 cn-measure     pic x(4).
               10 cn-date        pic x(8).
               10 cn-value-in    pic x(10).
               10 cn-status      pic x.
       01 cond-alarm-flag       pic x value "N".
           88 motor-in-alarm           value "Y".
       01 cond-status-word      pic x(5).

      * Installed-motor fields -- the MOTORINV motor at the tag and
      * its rewinds so far.
       01 motor-inv-status      pic xx.
       01 inv-eof-flag          pic x value "N".
           88 inv-eof                  value "Y".
       01 installed-serial      pic x(12) value spaces.
       01 prior-rewinds         pic 99 value zero.
       01 prior-rewind-loss     pic 99v9 value zero.
       01 rewind-eff-work       pic s999v9.

      * Data-entry-fields.
       01 tag-in                pic x(10).
       01 hp-ask-in             pic x(6).
           display spaces
           display "Enter zero for any parameter to end the program."

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-tag-data-entry
           perform 111-condition-history thru 111-condition-exit
           perform 110A-installed-motor thru 110A-installed-exit
           perform 110D-warranty-check thru 110D-warranty-exit
           perform 112-hp-speed-data-entry
           perform 114-library-lookup thru 114-library-exit
           perform 116-derate-data-entry
           perform 122-life-shoprate-data-entry
           perform 130-calculate-it
           perform 150-disp-result
           perform 160-post-results-repo thru 160-post-exit
           go to 999-end-program.

       999-end-program.
       COPY resreplog REPLACING ==RR-PARA== BY
            ==168-write-results-repo==.

      * Warranty lookup -- see WARRRD.
       COPY warrrd REPLACING ==WL-FIND-PARA== BY
            ==110E-find-warranty==
            ==WL-FIND-EXIT== BY ==110E-find-exit==
            ==WL-READ-PARA== BY ==110F-read-warranty-record==
            ==WL-TEST-PARA== BY ==110G-test-warranty-record==.

       110-tag-data-entry.
           display spaces
           display "Equipment tag: " with no advancing
           accept tag-in.

      * The serial-numbered motor MOTORINV has installed at the tag,
      * for its rewind count.
       110A-installed-motor.
           if cond-tag EQUAL TO spaces
              go to 110A-installed-exit
           end-if
           open input motor-inv-file
           if motor-inv-status NOT EQUAL TO "00"
              go to 110A-installed-exit
           end-if
           move "N" to inv-eof-flag
           perform 110B-read-inv-record
           perform 110C-test-inv-record until inv-eof
           close motor-inv-file
           if installed-serial NOT EQUAL TO spaces
              display spaces
              display "Installed motor: serial " installed-serial
                      ", rewound " prior-rewinds " times before."
           end-if.
       110A-installed-exit.
           exit.

      * The tag's own warranty, then the installed motor's by its
      * serial number.
       110D-warranty-check.
           if cond-tag EQUAL TO spaces
              go to 110D-warranty-exit
           end-if
           move todays-date to wl-as-of
           move "T" to wl-probe-type
           move cond-tag to wl-probe-key
           perform 110E-find-warranty thru 110E-find-exit
           if wl-under-warranty
              move "Y" to warranty-flag
              display spaces
              display "*** " cond-tag " is under warranty to " wl-end
                      " (vendor " wl-vendor ", "
                      function trim(wl-coverage-word) ") ***"
           end-if
           if installed-serial EQUAL TO spaces
              go to 110D-warranty-exit
           end-if
           move "S" to wl-probe-type
           move installed-serial to wl-probe-key
           perform 110E-find-warranty thru 110E-find-exit
           if wl-under-warranty
              move "Y" to warranty-flag
              display spaces
              display "*** Motor " installed-serial
                      " is under warranty to " wl-end " (vendor "
                      wl-vendor ", "
                      function trim(wl-coverage-word) ") ***"
           end-if
           if failure-under-warranty
              display "*** Claim the failure with the vendor before"
                      " paying for a rewind. ***"
           end-if.
       110D-warranty-exit.
           exit.

       110B-read-inv-record.
           read motor-inv-file
              at end move "Y" to inv-eof-flag
           end-read.

       110C-test-inv-record.
           if mi-location EQUAL TO "I" and mi-where EQUAL TO cond-tag
              move mi-serial to installed-serial
              move function lower-case(mi-rewinds-in) to mi-rewinds-in
              compute prior-rewinds = function numval(mi-rewinds-in)
           end-if
           perform 110B-read-inv-record.

      * Latest reading per measure logged by MOTCOND for the tag;
      * any of them at alarm flags the motor.
       111-condition-history.
           move function upper-case(tag-in) to cond-tag
           if cond-tag EQUAL TO spaces
              go to 111-condition-exit
           end-if
           move zero to cond-count
           move zero to cond-used
           open input motor-cond-file
           if motor-cond-status NOT EQUAL TO "00"
              go to 111-condition-exit
           end-if
           move "N" to cond-eof-flag
           perform 113-read-cond-record
           perform 115-post-cond-record until cond-eof
           close motor-cond-file
           if cond-count EQUAL TO zero
              display "No condition readings on file for " cond-tag
                      "."
              go to 111-condition-exit
           end-if

           display spaces
           display "Condition history: " cond-count
                   " readings logged.  Latest by measure:"
           perform 119-disp-one-cond
                   varying cond-idx from 1 by 1
                   until cond-idx > cond-used
           if motor-in-alarm
              display "*** " cond-tag " IS IN ALARM -- see the"
                      " condition work order. ***"
           end-if.
       111-condition-exit.
           exit.

       113-read-cond-record.
           read motor-cond-file
              at end move "Y" to cond-eof-flag
           end-read.

       115-post-cond-record.
           if mc-tag EQUAL TO cond-tag
              add 1 to cond-count
              move zero to cond-pick
              perform 117-test-one-cond
                      varying cond-idx from 1 by 1
                      until cond-idx > cond-used
              if cond-pick EQUAL TO zero and cond-used < 3
                 add 1 to cond-used
                 move cond-used to cond-pick
                 move mc-measure to cn-measure(cond-pick)
                 move spaces to cn-date(cond-pick)
              end-if
              if cond-pick > zero and
                 mc-date NOT LESS THAN cn-date(cond-pick)
                 move mc-date to cn-date(cond-pick)
                 move mc-value-in to cn-value-in(cond-pick)
                 move mc-status to cn-status(cond-pick)
              end-if
           end-if
           perform 113-read-cond-record.

       117-test-one-cond.
           if cn-measure(cond-idx) EQUAL TO mc-measure
              move cond-idx to cond-pick
           end-if.

       119-disp-one-cond.
           evaluate cn-status(cond-idx)
              when "X"
                 move "ALARM" to cond-status-word
                 move "Y" to cond-alarm-flag
              when "A"
                 move "ALERT" to cond-status-word
              when other
                 move "OK" to cond-status-word
           end-evaluate
           display "  " cn-measure(cond-idx) " " cn-date(cond-idx)
                   " " cn-value-in(cond-idx) " " cond-status-word.

       112-hp-speed-data-entry.
           display "Failed motor horsepower: " with no advancing
           accept hp-ask-in
      * the pole count, reading the standard and premium columns out
      * of the same chosen row.
       114-library-lookup.
           move todays-date to vr-as-of-date
           perform 114c-scan-motor-versions thru 114c-scan-motor-exit
           open input motor-lib-file
           if motorlib-status NOT EQUAL TO "00"
              display "Unable to open MOTORLIB reference file --"
           move std-eff  to std-eff-out
           move prem-eff to prem-eff-out
           display "Library efficiencies: standard " std-eff-out
                   "%, premium " prem-eff-out "%"
                   "  (MOTORLIB version " vr-version-out ")".
       114-library-exit.
           exit.

           end-read.

       114b-test-library-record.
           perform 114f-check-motor-version
           move function lower-case(lib-hp-in)    to lib-hp-in
           move function lower-case(lib-poles-in) to lib-poles-in
           move function lower-case(lib-std-in)   to lib-std-in
           compute lib-std-eff  = function numval(lib-std-in)
           compute lib-prem-eff = function numval(lib-prem-in)

           if vr-in-force and lib-poles EQUAL TO lib-poles-ask and
              lib-std-eff > zero and lib-prem-eff > zero
              if lib-hp NOT LESS THAN lib-hp-ask
                 if NOT have-higher-frame or lib-hp < lib-high-hp
           end-if
           perform 114a-read-library-record.

      * MOTORLIB versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==114c-scan-motor-versions==
            ==VR-SCAN-EXIT== BY ==114c-scan-motor-exit==
            ==VR-READ-PARA== BY ==114d-read-motor-version==
            ==VR-HOLD-PARA== BY ==114e-hold-motor-version==
            ==VR-CHECK-PARA== BY ==114f-check-motor-version==
            ==VR-FIND-PARA== BY ==114g-find-motor-version==
            ==VR-TEST-PARA== BY ==114h-test-motor-version==
            ==VR-FILE== BY ==motor-lib-file==
            ==VR-STATUS== BY ==motorlib-status==
            ==VR-KEY== BY ==motor-lib-record(1:8)==
            ==VR-DATE== BY ==lib-eff-date==.

      * A rewind typically costs the motor a point or two of its
      * standard efficiency -- the shop's usual figure is offered as
      * the default.
              go to 116-derate-data-entry
           end-if

           compute prior-rewind-loss = prior-rewinds * rewind-derate
           compute rewind-eff-work =
                   std-eff - rewind-derate - prior-rewind-loss
           if rewind-eff-work < 50
              move 50 to rewind-eff-work
           end-if
           move rewind-eff-work to rewind-eff
           if prior-rewind-loss > zero
              move prior-rewind-loss to rewind-eff-out
              display "Prior rewinds of " installed-serial " take "
                      rewind-eff-out " points more."
           end-if
           move rewind-eff to rewind-eff-out
           display "Rewound efficiency taken as " rewind-eff-out "%".

              display "RECOMMENDATION: buy the premium replacement."
           else
              display "RECOMMENDATION: rewind."
           end-if
           if failure-under-warranty
              display "(Under warranty -- see the vendor's claim"
                      " first.)"
           end-if.

       160-post-results-repo.
           string "HP=" hp-ask-in " STD=" std-eff-out
                  " PREM=" prem-eff-out
                  delimited by size into rr-inputs-ws
           if motor-in-alarm
              string "HP=" hp-ask-in " STD=" std-eff-out
                     " PREM=" prem-eff-out " ALARM"
                     delimited by size into rr-inputs-ws
           end-if
           move spaces to rr-result-ws
           if net-pv > zero
              string "REPLACE NPV=" repo-pv-out
