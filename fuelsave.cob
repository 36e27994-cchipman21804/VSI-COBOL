      *                  the boiler tag, in the fixed
      *                  "SAV$=nnnnnnn.nn" form the M&V program
      *                  parses back out against metered readings.
      * 2026-10-15  CAC  A stack-loss or analyzer-import run now ends
      *                  its FUELHIST line with the after-tune-up
      *                  stack temperature and O2 ("STK=tttt.t/oo.o")
      *                  so the economizer calculator can start from
      *                  the boiler's latest reading.
      * 2026-10-15  CAC  FUELTYPE records carry an effective date;
      *                  the factors used are the versions in force
      *                  today (see VERWS/VERRD).
      * 2026-10-15  CAC  FUELHIST is now an indexed file of fixed
      *                  records keyed by tag and time stamp, with
      *                  the efficiencies, usage, price, fuel, and
      *                  stack reading as numeric fields (see
      *                  FHISTSEL/FHISTFD/FHISTWS) in place of the
      *                  180-column text line.
      * 2026-10-15  CAC  A batch run that rejects records to the
      *                  suspense file now posts a warning to
      *                  ALERTLOG for the OPS role (see ALERTWR).
      * 2026-10-15  CAC  A FUELHIST write retries the next sequence
      *                  number only on a duplicate key, tries all of
      *                  00 through 99, and reports any other status
      *                  at once.

       environment division.
       input-output section.
      * RUNCTLWS/RUNCTLWR.
           COPY runctlsel.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS.
           COPY fhistsel.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
      * RESREPWS/RESREPLOG.
           COPY resrepsel.

      * Operator alert file -- see ALERTSEL/ALERTFD/ALERTWS/
      * ALERTWR.
           COPY alertsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.
           05 sked-price2-in     pic x(6).
           05 filler             pic x(9).

       COPY fhistfd.

      * One line per site: plant code and name.
       fd  plant-master-file
      * unit.  Plain data, like TVMPARM and SHOPLTTR, so factors can
      * be updated without a recompile.
       fd  fuel-type-file
           record contains 48 characters.
       01 fuel-type-record.
           05 ftf-code           pic x(2).
           05 ftf-name           pic x(12).
           05 ftf-co2-in         pic x(8).
           05 ftf-nox-in         pic x(8).
           05 filler             pic x(2).
           05 ftf-eff-date       pic x(8).

      * One line per tariff block: plant, fuel code, effective
      * date, block sequence, the block's upper threshold in usage

       COPY runctlfd.

       COPY alertfd.

       COPY auditfd.

       COPY fiscfd.

       COPY auditws.

      * Operator-alert fields -- see ALERTWS.
       COPY alertws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      *****************************************************************
      *                                                               *
      * Percent Fuel Savings formula:                                 *
      * Trend-history-fields -- a per-equipment log of old/new
      * efficiency and fuel savings so drift across tune-ups can be
      * charted instead of being lost when the screen clears.
       COPY fhistws.
       01 history-tag            pic x(10).
       01 history-timestamp.
           05 history-date       pic 9(8).
           05 history-time       pic 9(6).
       01 history-written-flag   pic x value "N".
           88 history-written           value "Y".
           88 history-write-failed      value "X".
       01 history-seq            pic 9(3) USAGE COMP.

      * Fuel-type-master fields -- the FUELTYPE table is loaded once
      * at startup (see 108-load-fuel-types) and consulted at data
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
                   with no advancing
           accept equip-tag-in.

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

      * Loads the FUELTYPE fuel master into the in-storage table --
      * a missing file simply leaves the table empty and the
      * energy/emissions figures off, the same fall-back TVMPARM and
      * SHOPLTTR use.
       108-load-fuel-types.
           move zero to fuel-type-count
           move function current-date to vr-as-of-date
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
           perform 169-write-results-repo thru 169-repo-exit
           perform 143-npv-projection thru 143-npv-exit.

      * Trend-history log - files this run's result, keyed by
      * equipment tag and time stamp, in FUELHIST so combustion-
      * efficiency drift across multiple tune-ups on the same boiler
      * can be charted.  Skips logging when no tag was given (single-
      * run mode only; batch-mode schedule records always carry a
      * tag).  Two runs for one tag in the same second take the next
      * sequence number under the key.
       160-write-history-record.
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           if history-tag NOT EQUAL TO spaces
              move function current-date to history-timestamp

              move zero to lock-try-count
              move "99" to fuelhist-status
              perform 161-history-open-retry
                      until fuelhist-status EQUAL TO "00"
                      or lock-try-count > lock-max-tries
              if fuelhist-status NOT EQUAL TO "00"
                 display "FUELHIST is in use by another operator --"
                 display "history record not written."
                 go to 160-history-exit
              end-if

              move history-date to fiscal-probe-date
              perform AL-FISCAL-FIND

              move spaces to fuel-hist-record
              move history-tag to fh-tag
              move history-date to fh-date
              move history-time to fh-time
              move zero to fh-seq
              move OLDEFF to fh-oldeff
              move NEWEFF to fh-neweff
              compute fh-savings-pct rounded = PCTEFF
              move annual-usage to fh-usage
              move fuel-price to fh-price
              move annual-dollar-savings to fh-savings-amt
              if fuel-pick NOT EQUAL TO zero
                 move ft-code(fuel-pick) to fh-fuel
              end-if
              move operator-id to fh-oper
              move fiscal-year to fh-fiscal-year
              move fiscal-period to fh-fiscal-period

      * The after reading rides along when this run measured one --
      * never in batch, where the schedule carries efficiencies only.
              move "N" to fh-stack-flag
              move zero to fh-stack-temp fh-o2-pct
              if (stack-loss-entry or import-entry) and
                 NOT batch-mode
                 move "Y" to fh-stack-flag
                 move stack-temp to fh-stack-temp
                 move o2-pct to fh-o2-pct
              end-if

              move "N" to history-written-flag
              move zero to history-seq
              perform 162-write-history-entry
                      until history-written or history-write-failed
                      or history-seq > 99
              if NOT history-written
                 display "History record not written -- FUELHIST "
                         "status " fuelhist-status "."
              end-if

              close fuel-hist-file
           end-if.
       160-history-exit.
           exit.
      * AFFINITY keeps 171-baseline-open-retry outside its chain.
       161-history-open-retry.
           add 1 to lock-try-count
           open i-o fuel-hist-file
           if fuelhist-status EQUAL TO "05" OR
              fuelhist-status EQUAL TO "35"
              open output fuel-hist-file
           end-if.

      * Only a duplicate key moves on to the next sequence number;
      * any other refusal ends the attempt.
       162-write-history-entry.
           move history-seq to fh-seq
           write fuel-hist-record
              invalid key
                 if fuelhist-status EQUAL TO "22"
                    add 1 to history-seq
                 else
                    move "X" to history-written-flag
                 end-if
              not invalid key
                 move "Y" to history-written-flag
           end-write.

      * Block-tariff pricing for the single run: the operator
      * names the plant; the saved units come off the top blocks of
      * the plant's usage, each block's share priced at its own
              display susp-written-out
                      " rejected records written to the suspense"
                      " file."
              move "FUELSAVE" to audit-trail-pgm
              move "W" to alert-severity
              move spaces to alert-plant
              move spaces to alert-tag
              move "FUELSUSP" to alert-ref
              move "OPS" to alert-role
              move spaces to alert-message
              string function trim(susp-written-out)
                     " batch records rejected to "
                     "FUELSUSP -- see SUSPWORK."
                     delimited by size into alert-message
              perform 996-post-alert thru 996-post-exit
           end-if
      * A clean reprocessing run retires the suspense file, so the
      * fixed records are not offered again tomorrow.
