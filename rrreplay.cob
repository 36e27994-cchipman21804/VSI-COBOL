      *****************************************************************
      * RESULTS REPOSITORY REPLAY AGAINST TODAY'S MASTERS             *
      *                                                               *
      * "What would last year's savings figure be on today's          *
      * numbers?"  Given one RESULTREPO record by its date/time/      *
      * sequence key, or every record for a tag (or a date range)     *
      * in a window, re-executes the original calculation from the    *
      * posted RR-INPUTS with the reference data as it stands today   *
      * and prints the original and replayed results side by side,    *
      * naming every reference value the calculation uses that has    *
      * changed between the run date and now.  The reference data is  *
      * taken twice -- as of the run and as of today -- from the      *
      * masters' own history:                                         *
      *                                                               *
      *   FUELTYPE   the version in force on each date (VERWS/VERRD). *
      *   RATESCHED  the tariff in force on each date (RATEWS/RATERD) *
      *              for the plant given (default: the operator's     *
      *              stored plant).                                   *
      *   AFFEQUIP   today's baseline, and the run-date baseline      *
      *              rebuilt from the before-image of the first       *
      *              EQUIPHIST change made after the run.             *
      *   TVMPARM    today's limits, and the run-date limits from the *
      *              latest approved PENDCHG rewrite decided on or    *
      *              before the run.                                  *
      *                                                               *
      * Replayable postings: FUELSAVE and AFFINITY "SAV$=" savings,   *
      * and the FPGF, FPGA, FAGF, FFGA, and FAGP interest-factor      *
      * results.  Inputs the repository does not hold (a fuel         *
      * savings run's usage and price, an affinity run's hours, power *
      * factor, and phase) are held at the values the original result *
      * implies, so the replay moves only with the reference data.    *
      * FUELSAVE's dollars use no reference master, so they replay    *
      * unchanged; the fuel's FUELTYPE emission factors are compared  *
      * and, where the tag has a FUELSKED line, the CO2 saved is      *
      * replayed beside them.  TVMPARM carries only range limits: an  *
      * interest-factor result is recomputed from its inputs and the  *
      * inputs are tested against today's limits.  Other programs'    *
      * postings are listed as not replayable.  This is not the       *
      * calculators' self-test -- that proves the arithmetic against  *
      * known answers; this asks how the reference data has moved.    *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   rrreplay.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

           select report-file assign to "RRREPLAYPRINT"
                  organization is line sequential
                  file status is report-status.

      * Fuel master, every version of each fuel -- see VERWS.
           select fuel-type-file assign to "FUELTYPE"
                  organization is line sequential
                  file status is fueltype-status.

      * FUELSAVE batch schedule -- gives a tag's fuel and usage.
           select schedule-file assign to "FUELSKED"
                  organization is line sequential
                  file status is sked-status.

      * Saved equipment baselines -- see EQUIPSEL/EQUIPFD.
           COPY equipsel.

      * EQUIPMNT's before/after change history for AFFEQUIP.
           select equip-hist-file assign to "EQUIPHIST"
                  organization is line sequential
                  file status is equip-hist-status.

      * Plant tariff schedule -- see RATESEL/RATEFD/RATEWS/RATERD.
           COPY ratesel.

      * Time-value-of-money range limits -- see TVMPARMWS.
           select tvm-parm-file assign to "TVMPARM"
                  organization is line sequential
                  file status is parm-status.

      * Pending-change queue -- approved TVMPARM rewrites give the
      * limits' history.  See PENDSEL/PENDFD.
           COPY pendsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

      * Fiscal-calendar file -- see FISCSEL/FISCFD/FISCWS.
           COPY fiscsel.

      * Shop-letterhead config -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
           COPY lettersel.

       data division.
       file section.
       COPY resrepfd.

       fd  report-file
           record contains 130 characters.
       01 report-record         pic x(130).

      * FUELSAVE's FUELTYPE layout.
       fd  fuel-type-file
           record contains 48 characters.
       01 fuel-type-record.
           05 ftf-code           pic x(2).
           05 ftf-name           pic x(12).
           05 ftf-heat-val-in    pic x(8).
           05 ftf-co2-in         pic x(8).
           05 ftf-nox-in         pic x(8).
           05 filler             pic x(2).
           05 ftf-eff-date       pic x(8).

      * FUELSAVE's FUELSKED layout.
       fd  schedule-file
           record contains 60 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 sked-old-eff-in    pic x(5).
           05 sked-new-eff-in    pic x(5).
           05 sked-usage-in      pic x(8).
           05 sked-price-in      pic x(6).
           05 sked-fuel-in       pic x(2).
           05 sked-plant-in      pic x(4).
           05 sked-fuel2-in      pic x(2).
           05 sked-split-in      pic x(3).
           05 sked-price2-in     pic x(6).
           05 filler             pic x(9).

       COPY equipfd.

      * EQUIPMNT's EQUIPHIST layout.
       fd  equip-hist-file
           record contains 110 characters.
       01 equip-hist-record.
           05 eh-date            pic x(8).
           05 eh-time            pic x(6).
           05 eh-oper            pic x(8).
           05 eh-action          pic x.
           05 eh-tag             pic x(10).
           05 eh-before          pic x(36).
           05 eh-after           pic x(36).
           05 filler             pic x(5).

       COPY ratefd.

       fd  tvm-parm-file
           record contains 30 characters.
       01 parm-record.
           05 parm-min-val       pic 9(7)v99.
           05 parm-max-val       pic 9(7)v99.
           05 parm-min-int       pic 99v99.
           05 parm-max-int       pic 99v99.
           05 parm-min-term      pic 99.
           05 parm-max-term      pic 99.

       COPY pendfd.

       COPY auditfd.

       COPY fiscfd.

       COPY letterfd.

       working-storage section.

      * Suite-wide audit-trail fields.
       COPY auditws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Shop-letterhead fields.
       COPY letterws.

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

      * Shared report-writer fields -- see PAGEWS.
       COPY pagews.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Today's date -- see DATEWS.
       COPY datews.

      * Tariff-lookup fields -- see RATEWS.
       COPY ratews.

      * FUELTYPE versions in force -- see VERWS.
       COPY verws.

      * Compiled-in TVM range limits, overlaid from TVMPARM.
       COPY tvmconst.

      * Configurable-range-limits fields -- see TVMPARMWS.
       COPY tvmparmws.

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

       01 fueltype-status       pic xx.
       01 sked-status           pic xx.
       01 master-status         pic xx.
       01 equip-hist-status     pic xx.
       01 pending-status        pic xx.

       01 repo-eof-flag         pic x value "N".
           88 repo-eof                 value "Y".
       01 file-eof-flag         pic x value "N".
           88 file-eof                 value "Y".

      * Selection fields.
       01 select-mode           pic x.
           88 key-replay               value "K".
           88 tag-replay               value "T".
       01 key-date-in           pic x(8).
       01 key-time-in           pic x(6).
       01 key-seq-in            pic x(3).
       01 tag-in                pic x(10).
       01 from-date-in          pic x(8).
       01 to-date-in            pic x(8).
       01 from-date             pic x(8) value "00000000".
       01 to-date               pic x(8) value "99999999".
       01 plant-in              pic x(4).
       01 today-ymd             pic x(8).

       01 replay-count          pic 9(5) value zero.
       01 skip-count            pic 9(5) value zero.
       01 count-out             pic zz,zz9.
       01 changed-count         pic 9(3) value zero.
       01 out-line              pic x(125).
       01 change-line           pic x(113).

      * Posting-parse fields.
       01 scan-lead             pic x(40).
       01 scan-value            pic x(40).
       01 part-given            pic x(40).
       01 part-rate             pic x(40).
       01 part-term             pic x(40).
       01 result-label          pic x(10).

      * The two results and their difference.
       01 replay-made-flag      pic x value "N".
           88 replay-made              value "Y".
       01 original-value        pic s9(9)v99.
       01 replayed-value        pic s9(9)v99.
       01 replay-diff           pic s9(9)v99.
       01 original-out          pic $$$$,$$$,$$9.99-.
       01 replayed-out          pic $$$$,$$$,$$9.99-.
       01 diff-out              pic $$$$,$$$,$$9.99-.
       01 side-line.
           05 filler            pic x(2) value spaces.
           05 side-label        pic x(12).
           05 side-original     pic x(20).
           05 filler            pic x(3) value spaces.
           05 side-replayed     pic x(20).
           05 filler            pic x(3) value spaces.
           05 side-diff         pic x(20).

      * FUELSAVE replay fields.
       01 fs-old-eff            pic 99v99.
       01 fs-new-eff            pic 99v99.
       01 fs-pct                pic 9(3)v9(4).
       01 fs-sked-flag          pic x value "N".
           88 fs-sked-found            value "Y".
       01 fs-fuel               pic x(2).
       01 fs-fuel2              pic x(2).
       01 share-fuel            pic x(2).
       01 fs-split              pic 999.
       01 fs-usage              pic 9(8)v99.
       01 fs-reduction          pic 9(9)v99.
       01 fs-share-1            pic 9(9)v99.
       01 fs-share-2            pic 9(9)v99.
       01 co2-then              pic 9(11)v99.
       01 co2-now               pic 9(11)v99.
       01 co2-diff              pic s9(11)v99.
       01 co2-out               pic zz,zzz,zzz,zz9-.

      * Both sides of every FUELTYPE code: the version in force at
      * the run and the version in force today.
       01 fuel-side             pic x.
           88 then-side                value "T".
           88 now-side                 value "N".
       01 fuel-cmp-count        pic 99 value zero.
       01 fuel-cmp-idx          pic 99.
       01 fuel-cmp-pick         pic 99.
       01 fuel-cmp-table.
           05 fuel-cmp-entry occurs 40 times.
               10 fc-code        pic x(2).
               10 fc-name        pic x(12).
               10 fc-then-flag   pic x.
               10 fc-then-date   pic x(8).
               10 fc-then-heat   pic 9(4)v9(4).
               10 fc-then-co2    pic 9(4)v9(4).
               10 fc-then-nox    pic 9v9(6).
               10 fc-now-flag    pic x.
               10 fc-now-date    pic x(8).
               10 fc-now-heat    pic 9(4)v9(4).
               10 fc-now-co2     pic 9(4)v9(4).
               10 fc-now-nox     pic 9v9(6).
       01 factor-then-out       pic zzz9.9999.
       01 factor-now-out        pic zzz9.9999.
       01 nox-then-out          pic 9.999999.
       01 nox-now-out           pic 9.999999.
       01 version-show          pic x(8).

      * AFFINITY replay fields -- baselines at the run (bt-) and
      * today (bn-).
       01 af-rpm1               pic 9(4)v9.
       01 af-rpm2               pic 9(4)v9.
       01 bt-found-flag         pic x value "N".
           88 bt-found                 value "Y".
       01 bt-rpm1               pic 9(4)v9.
       01 bt-quantity1          pic 9(4)v9.
       01 bt-motor-eff          pic 999v999.
       01 bn-found-flag         pic x value "N".
           88 bn-found                 value "Y".
       01 bn-rpm1               pic 9(4)v9.
       01 bn-quantity1          pic 9(4)v9.
       01 bn-motor-eff          pic 999v999.
       01 run-stamp             pic x(14).
       01 hist-best-stamp       pic x(14).
       01 hist-image-work       pic x(36).
       01 hist-image-parsed redefines hist-image-work.
           05 hi-tag             pic x(10).
           05 hi-rpm1            pic 9(4)v9.
           05 hi-quantity1       pic 9(4)v9.
           05 hi-motor-eff       pic 999v999.
           05 hi-static          pic 9(4)v9.
           05 hi-design          pic 9(4)v9.
       01 hist-best-image       pic x(36).
       01 hist-found-flag       pic x value "N".
           88 hist-found               value "Y".
       01 replay-rpm1           pic 9(4)v9.
       01 speed-ratio           pic 9(3)v9(8).
       01 speed-cube            pic 9(7)v9(8).
       01 speed-saving          pic s9(7)v9(8).
       01 tariff-then-flag      pic x value "N".
           88 tariff-then-found        value "Y".
       01 tariff-now-flag       pic x value "N".
           88 tariff-now-found         value "Y".
       01 rate-then             pic 99v9(5).
       01 rate-now              pic 99v9(5).
       01 rate-then-date        pic x(8).
       01 rate-now-date         pic x(8).
       01 on-rate-then          pic 99v999.
       01 sh-rate-then          pic 99v999.
       01 off-rate-then         pic 99v999.
       01 demand-rate-then      pic 999v99.
       01 term-then             pic s9(9)v9(6).
       01 term-now              pic s9(9)v9(6).
       01 rpm-then-out          pic zzz9.9.
       01 rpm-now-out           pic zzz9.9.
       01 eff-then-out          pic zz9.999.
       01 eff-now-out           pic zz9.999.
       01 rate-then-out         pic z9.99999.
       01 rate-now-out          pic z9.99999.
       01 demand-then-out       pic zz9.99.
       01 demand-now-out        pic zz9.99.

      * Interest-factor replay fields.
       01 tv-given              pic 9(9)v99.
       01 tv-rate               pic 99v99.
       01 tv-term               pic 99.
       01 tv-interest           pic 9v9(6).
       01 tv-one-plus           pic 9v9(6).
       01 tv-power              pic 9(6)v9(8).
       01 tv-power-less-1       pic 9(6)v9(8).
       01 tv-interest-power     pic 9(6)v9(8).
       01 tv-answer             pic 9(9)v99.
       01 tv-rate-out           pic z9.99.
       01 tv-term-out           pic z9.
       01 then-parm-flag        pic x value "N".
           88 then-parm-found          value "Y".
       01 then-parm-date        pic x(8).
       01 then-parm-seq         pic 9(4).
       01 later-parm-count      pic 999 value zero.
       01 later-parm-date       pic x(8).
       01 then-parm-image       pic x(30).
       01 then-parm-parsed redefines then-parm-image.
           05 tp-min-val         pic 9(7)v99.
           05 tp-max-val         pic 9(7)v99.
           05 tp-min-int         pic 99v99.
           05 tp-max-int         pic 99v99.
           05 tp-min-term        pic 99.
           05 tp-max-term        pic 99.
       01 limit-then-out        pic z,zzz,zz9.99.
       01 limit-now-out         pic z,zzz,zz9.99.
       01 limit-name            pic x(9).

       procedure division.
       100-main-para.
           display spaces
           display "***** RESULTS REPOSITORY REPLAY BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date-stamp(1:8) to today-ymd

           perform 105-load-range-parameters
           perform 110-selection-entry

           if print-report
              open output report-file
              move "RESULTS REPOSITORY REPLAY" to report-title
              move "RRREPLAYPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
              if report-status NOT EQUAL TO "00"
                 display "Unable to open RRREPLAYPRINT report file."
                 move "N" to report-yn
              end-if
           end-if

           open input results-repo-file
           if results-repo-status NOT EQUAL TO "00"
              display "No RESULTREPO repository on file yet."
              go to 180-wrap-up
           end-if

           if key-replay
              move key-date-in to rr-date
              move key-time-in to rr-time
              move function numval(key-seq-in) to rr-seq
              read results-repo-file
                 invalid key
                    display "No RESULTREPO record with that key."
                 not invalid key
                    perform 140-replay-record thru 140-replay-exit
              end-read
           else
              perform 115-position-repository
              perform 120-read-repo-record
              perform 130-test-repo-record thru 130-test-exit
                      until repo-eof
           end-if
           close results-repo-file

           move replay-count to count-out
           move spaces to out-line
           string count-out " results replayed against the masters"
                  " of " today-ymd "."
                  delimited by size into out-line
           perform 190-emit-line
           if skip-count > zero
              move skip-count to count-out
              move spaces to out-line
              string count-out " results selected were not"
                     " replayable."
                     delimited by size into out-line
              perform 190-emit-line
           end-if.

       180-wrap-up.
           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Replay written to RRREPLAYPRINT."
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** RESULTS REPOSITORY REPLAY ENDS *****"
           display spaces

           move "RRREPLAY" to audit-trail-pgm
           move "Results repository replay completed."
                           to audit-trail-detail
           perform 995-write-audit-trail

           goback.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
            ==104-display-letterhead==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * Plant tariff in force on a date -- see RATEWS/RATERD.
       COPY raterd REPLACING ==RT-FIND-PARA== BY
            ==106-find-plant-tariff==
            ==RT-FIND-EXIT== BY ==106-find-exit==
            ==RT-READ-PARA== BY ==106a-read-rate-record==
            ==RT-TEST-PARA== BY ==106b-test-rate-record==.

      * FUELTYPE versions in force on a date -- see VERWS/VERRD.
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

      * Today's TVMPARM limits over TVMCONST's compiled-in ones, the
      * calculators' own rule.
       105-load-range-parameters.
           open input tvm-parm-file
           if parm-status equal to "00"
              read tvm-parm-file
                 at end move "10" to parm-status
              end-read
              if parm-status equal to "00"
                 move parm-min-val  to min-val
                 move parm-max-val  to max-val
                 move parm-min-int  to min-int
                 move parm-max-int  to max-int
                 move parm-min-term to min-term
                 move parm-max-term to max-term
              end-if
              close tvm-parm-file
           end-if.

       110-selection-entry.
           display spaces
           display "Replay one result by its key, or a tag's results"
           display "in a date range? (K/T): " with no advancing
           accept select-mode
           move function upper-case(select-mode) to select-mode
           if NOT key-replay
              move "T" to select-mode
           end-if

           if key-replay
              display "Repository date YYYYMMDD: " with no advancing
              accept key-date-in
              display "Repository time HHMMSS: " with no advancing
              accept key-time-in
              display "Sequence number: " with no advancing
              accept key-seq-in
           else
              display "Equipment tag (blank for all): "
                      with no advancing
              accept tag-in
              display "From date YYYYMMDD (blank for all): "
                      with no advancing
              accept from-date-in
              if from-date-in NOT EQUAL TO spaces
                 move from-date-in to from-date
              end-if
              display "To date YYYYMMDD (blank for all): "
                      with no advancing
              accept to-date-in
              if to-date-in NOT EQUAL TO spaces
                 move to-date-in to to-date
              end-if
           end-if

           display "Plant code for the RATESCHED tariff (blank for "
                   "your stored default): " with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and
              pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if

           display "Write the replay to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn.

      * A tag STARTs on the RR-TAG alternate key, a bare date range
      * on the primary key -- RESQUERY's positioning.
       115-position-repository.
           move "N" to repo-eof-flag
           if tag-in NOT EQUAL TO spaces
              move tag-in to rr-tag
              start results-repo-file key NOT LESS THAN rr-tag
                 invalid key move "Y" to repo-eof-flag
              end-start
           else
              move from-date to rr-date
              move low-values to rr-time
              move zero to rr-seq
              start results-repo-file key NOT LESS THAN rr-key
                 invalid key move "Y" to repo-eof-flag
              end-start
           end-if.

       120-read-repo-record.
           if NOT repo-eof
              read results-repo-file next record
                 at end move "Y" to repo-eof-flag
              end-read
           end-if
           if NOT repo-eof
              if tag-in NOT EQUAL TO spaces
                 if rr-tag > tag-in
                    move "Y" to repo-eof-flag
                 end-if
              else
                 if rr-date > to-date
                    move "Y" to repo-eof-flag
                 end-if
              end-if
           end-if.

       130-test-repo-record.
           if repo-eof
              go to 130-test-exit
           end-if
           if rr-pgm EQUAL TO spaces
              perform 120-read-repo-record
              go to 130-test-exit
           end-if
           if rr-date < from-date or rr-date > to-date
              perform 120-read-repo-record
              go to 130-test-exit
           end-if
           if tag-in NOT EQUAL TO spaces and
              rr-tag NOT EQUAL TO tag-in
              perform 120-read-repo-record
              go to 130-test-exit
           end-if

           perform 140-replay-record thru 140-replay-exit
           perform 120-read-repo-record.
       130-test-exit.
           exit.

      * One result: its heading, the replay for its program, the two
      * figures side by side, and the reference values that moved.
       140-replay-record.
           move spaces to out-line
           perform 190-emit-line
           move spaces to out-line
           string "RESULT  " rr-pgm "  " rr-date " " rr-time " "
                  rr-seq "  OPERATOR " rr-oper "  TAG " rr-tag
                  delimited by size into out-line
           perform 190-emit-line
           move spaces to out-line
           string "  INPUTS  " rr-inputs "  RESULT  " rr-result
                  delimited by size into out-line
           perform 190-emit-line

           move "N" to replay-made-flag
           move zero to changed-count
           evaluate rr-pgm
              when "FUELSAVE"
                 perform 150-replay-fuelsave thru 150-fuel-exit
              when "AFFINITY"
                 perform 160-replay-affinity thru 160-aff-exit
              when "FPGF"
              when "FPGA"
              when "FAGF"
              when "FFGA"
              when "FAGP"
                 perform 170-replay-tvm thru 170-tvm-exit
              when other
                 continue
           end-evaluate

           if NOT replay-made
              add 1 to skip-count
              move spaces to out-line
              string "  NOT REPLAYABLE -- " function trim(rr-pgm)
                     " posts a result whose inputs the repository"
                     " does not hold"
                     delimited by size into out-line
              perform 190-emit-line
              go to 140-replay-exit
           end-if

           add 1 to replay-count
           if changed-count EQUAL TO zero
              move spaces to out-line
              string "  No reference value the calculation uses has"
                     " changed since " rr-date "."
                     delimited by size into out-line
              perform 190-emit-line
              if replay-diff NOT EQUAL TO zero
                 move spaces to out-line
                 string "  The difference is not reference data --"
                        " the run used an option the repository"
                        " does not record."
                        delimited by size into out-line
                 perform 190-emit-line
              end-if
           end-if.
       140-replay-exit.
           exit.

      * The two results side by side -- performed by each replay as
      * soon as its figure is in hand, ahead of the changes it names.
       145-emit-side-by-side.
           compute replay-diff = replayed-value - original-value
           move original-value to original-out
           move replayed-value to replayed-out
           move replay-diff    to diff-out
           move spaces to side-label
           move "ORIGINAL" to side-original
           move "REPLAYED" to side-replayed
           move "CHANGE" to side-diff
           move side-line to out-line
           perform 190-emit-line
           move result-label to side-label
           move original-out to side-original
           move replayed-out to side-replayed
           move diff-out to side-diff
           move side-line to out-line
           perform 190-emit-line.

      *****************************************************************
      * FUELSAVE: SAV$ = usage x (new - old) / new x price.  No       *
      * reference master enters the dollars, so they replay as        *
      * posted; FUELTYPE's factors for the tag's fuel are compared    *
      * run against today, and with a FUELSKED line for the tag the   *
      * CO2 saved is replayed on both sets of factors.                *
      *****************************************************************
       150-replay-fuelsave.
           move spaces to scan-lead
           move spaces to scan-value
           unstring rr-result delimited by "SAV$="
                    into scan-lead scan-value
           end-unstring
           if scan-value EQUAL TO spaces
              go to 150-fuel-exit
           end-if
           compute original-value = function numval(scan-value)

           move spaces to scan-lead
           move spaces to part-given
           move spaces to part-rate
           unstring rr-inputs delimited by "OLDEFF=" or " NEWEFF="
                    into scan-lead part-given part-rate
           end-unstring
           if part-given EQUAL TO spaces or part-rate EQUAL TO spaces
              go to 150-fuel-exit
           end-if
           compute fs-old-eff = function numval(part-given)
           compute fs-new-eff = function numval(part-rate)
           if fs-new-eff EQUAL TO zero
              go to 150-fuel-exit
           end-if
           compute fs-pct rounded =
                   (fs-new-eff - fs-old-eff) / fs-new-eff * 100

           move "Y" to replay-made-flag
           move "SAV$" to result-label
           move original-value to replayed-value

           perform 151-find-fuel-schedule thru 151-sked-exit
           perform 155-compare-fuel-versions
           perform 145-emit-side-by-side

           if fs-sked-found
              perform 154-replay-fuel-co2
           else
              move spaces to out-line
              string "  No FUELSKED line for the tag -- every fuel's"
                     " changes are listed; CO2 not replayed."
                     delimited by size into out-line
              perform 190-emit-line
           end-if
           perform 157-list-fuel-change thru 157-list-fuel-exit
                   varying fuel-cmp-idx from 1 by 1
                   until fuel-cmp-idx > fuel-cmp-count.
       150-fuel-exit.
           exit.

      * The usage the efficiency gain takes off the tag's FUELSKED
      * usage, split between its fuels, priced in CO2 on the run's
      * factors and today's.
       154-replay-fuel-co2.
           compute fs-reduction rounded = fs-usage * fs-pct / 100
           if fs-fuel2 NOT EQUAL TO spaces and fs-split > zero
              compute fs-share-1 rounded =
                      fs-reduction * fs-split / 100
              compute fs-share-2 = fs-reduction - fs-share-1
           else
              move fs-reduction to fs-share-1
              move zero to fs-share-2
           end-if
           move zero to co2-then
           move zero to co2-now
           move fs-fuel to share-fuel
           perform 158-add-fuel-co2
           if fs-share-2 > zero
              move fs-share-2 to fs-share-1
              move fs-fuel2 to share-fuel
              perform 158-add-fuel-co2
           end-if
           compute co2-diff = co2-now - co2-then
           move co2-then to co2-out
           move co2-out to side-original
           move co2-now to co2-out
           move co2-out to side-replayed
           move co2-diff to co2-out
           move co2-out to side-diff
           move "CO2 KG" to side-label
           move side-line to out-line
           perform 190-emit-line.

      * The tag's last FUELSKED line gives its fuel(s) and usage.
       151-find-fuel-schedule.
           move "N" to fs-sked-flag
           move spaces to fs-fuel
           move spaces to fs-fuel2
           move zero to fs-split
           move zero to fs-usage
           if rr-tag EQUAL TO spaces
              go to 151-sked-exit
           end-if
           open input schedule-file
           if sked-status NOT EQUAL TO "00"
              go to 151-sked-exit
           end-if
           move "N" to file-eof-flag
           perform 152-read-schedule
           perform 153-test-schedule until file-eof
           close schedule-file.
       151-sked-exit.
           exit.

       152-read-schedule.
           read schedule-file
              at end move "Y" to file-eof-flag
           end-read.

       153-test-schedule.
           if sked-tag EQUAL TO rr-tag
              move "Y" to fs-sked-flag
              move function upper-case(sked-fuel-in) to fs-fuel
              move function upper-case(sked-fuel2-in) to fs-fuel2
              compute fs-usage = function numval(sked-usage-in)
              if sked-split-in NOT EQUAL TO spaces
                 compute fs-split = function numval(sked-split-in)
              else
                 move zero to fs-split
              end-if
           end-if
           perform 152-read-schedule.

      * Two passes over FUELTYPE -- the versions in force at the run,
      * then today's -- into one table by fuel code.
       155-compare-fuel-versions.
           move zero to fuel-cmp-count
           move "T" to fuel-side
           move rr-date to vr-as-of-date
           perform 107-scan-fuel-versions thru 107-scan-fuel-exit
           perform 156-load-fuel-side thru 156-load-exit
           move "N" to fuel-side
           move today-ymd to vr-as-of-date
           perform 107-scan-fuel-versions thru 107-scan-fuel-exit
           perform 156-load-fuel-side thru 156-load-exit.

       156-load-fuel-side.
           open input fuel-type-file
           if fueltype-status NOT EQUAL TO "00"
              go to 156-load-exit
           end-if
           move "N" to file-eof-flag
           perform 156a-read-fuel-record
           perform 156b-store-fuel-record until file-eof
           close fuel-type-file.
       156-load-exit.
           exit.

       156a-read-fuel-record.
           read fuel-type-file
              at end move "Y" to file-eof-flag
           end-read.

       156b-store-fuel-record.
           perform 107c-check-fuel-version
           if vr-in-force
              move zero to fuel-cmp-pick
              perform 156c-find-fuel-code
                      varying fuel-cmp-idx from 1 by 1
                      until fuel-cmp-idx > fuel-cmp-count
              if fuel-cmp-pick EQUAL TO zero and fuel-cmp-count < 40
                 add 1 to fuel-cmp-count
                 move fuel-cmp-count to fuel-cmp-pick
                 move function upper-case(ftf-code)
                      to fc-code(fuel-cmp-pick)
                 move "N" to fc-then-flag(fuel-cmp-pick)
                 move "N" to fc-now-flag(fuel-cmp-pick)
              end-if
              if fuel-cmp-pick NOT EQUAL TO zero
                 move ftf-name to fc-name(fuel-cmp-pick)
                 if then-side
                    move "Y" to fc-then-flag(fuel-cmp-pick)
                    move ftf-eff-date to fc-then-date(fuel-cmp-pick)
                    compute fc-then-heat(fuel-cmp-pick) =
                            function numval(ftf-heat-val-in)
                    compute fc-then-co2(fuel-cmp-pick) =
                            function numval(ftf-co2-in)
                    compute fc-then-nox(fuel-cmp-pick) =
                            function numval(ftf-nox-in)
                 else
                    move "Y" to fc-now-flag(fuel-cmp-pick)
                    move ftf-eff-date to fc-now-date(fuel-cmp-pick)
                    compute fc-now-heat(fuel-cmp-pick) =
                            function numval(ftf-heat-val-in)
                    compute fc-now-co2(fuel-cmp-pick) =
                            function numval(ftf-co2-in)
                    compute fc-now-nox(fuel-cmp-pick) =
                            function numval(ftf-nox-in)
                 end-if
              end-if
           end-if
           perform 156a-read-fuel-record.

       156c-find-fuel-code.
           if fc-code(fuel-cmp-idx) EQUAL TO
              function upper-case(ftf-code)
              move fuel-cmp-idx to fuel-cmp-pick
           end-if.

      * A fuel the run used (every fuel when the tag has no FUELSKED
      * line) whose version moved between the two dates.
       157-list-fuel-change.
           if fs-sked-found and
              fc-code(fuel-cmp-idx) NOT EQUAL TO fs-fuel and
              fc-code(fuel-cmp-idx) NOT EQUAL TO fs-fuel2
              go to 157-list-fuel-exit
           end-if
           if fc-now-flag(fuel-cmp-idx) NOT EQUAL TO "Y"
              go to 157-list-fuel-exit
           end-if
           if fc-then-flag(fuel-cmp-idx) NOT EQUAL TO "Y"
              move spaces to change-line
              string "FUELTYPE " fc-code(fuel-cmp-idx) " "
                     fc-name(fuel-cmp-idx) " added, version "
                     fc-now-date(fuel-cmp-idx)
                     " -- not on file at the run"
                     delimited by size into change-line
              perform 185-emit-change
              go to 157-list-fuel-exit
           end-if
           if fc-then-date(fuel-cmp-idx) EQUAL TO
              fc-now-date(fuel-cmp-idx)
              go to 157-list-fuel-exit
           end-if

           move fc-now-date(fuel-cmp-idx) to version-show
           if version-show EQUAL TO spaces
              move "ORIGINAL" to version-show
           end-if
           if fc-then-heat(fuel-cmp-idx) NOT EQUAL TO
              fc-now-heat(fuel-cmp-idx)
              move fc-then-heat(fuel-cmp-idx) to factor-then-out
              move fc-now-heat(fuel-cmp-idx) to factor-now-out
              move spaces to change-line
              string "FUELTYPE " fc-code(fuel-cmp-idx)
                     " heating value  " factor-then-out " -> "
                     factor-now-out "  (version " version-show ")"
                     delimited by size into change-line
              perform 185-emit-change
           end-if
           if fc-then-co2(fuel-cmp-idx) NOT EQUAL TO
              fc-now-co2(fuel-cmp-idx)
              move fc-then-co2(fuel-cmp-idx) to factor-then-out
              move fc-now-co2(fuel-cmp-idx) to factor-now-out
              move spaces to change-line
              string "FUELTYPE " fc-code(fuel-cmp-idx)
                     " CO2 kg/unit    " factor-then-out " -> "
                     factor-now-out "  (version " version-show ")"
                     delimited by size into change-line
              perform 185-emit-change
           end-if
           if fc-then-nox(fuel-cmp-idx) NOT EQUAL TO
              fc-now-nox(fuel-cmp-idx)
              move fc-then-nox(fuel-cmp-idx) to nox-then-out
              move fc-now-nox(fuel-cmp-idx) to nox-now-out
              move spaces to change-line
              string "FUELTYPE " fc-code(fuel-cmp-idx)
                     " NOx kg/unit    " nox-then-out " -> "
                     nox-now-out "  (version " version-show ")"
                     delimited by size into change-line
              perform 185-emit-change
           end-if.
       157-list-fuel-exit.
           exit.

      * FS-SHARE-1 units of SHARE-FUEL, priced in CO2
      * on each side's factor.
       158-add-fuel-co2.
           move zero to fuel-cmp-pick
           perform 158a-find-share-fuel
                   varying fuel-cmp-idx from 1 by 1
                   until fuel-cmp-idx > fuel-cmp-count
           if fuel-cmp-pick NOT EQUAL TO zero
              if fc-then-flag(fuel-cmp-pick) EQUAL TO "Y"
                 compute co2-then rounded = co2-then +
                         fs-share-1 * fc-then-co2(fuel-cmp-pick)
              end-if
              if fc-now-flag(fuel-cmp-pick) EQUAL TO "Y"
                 compute co2-now rounded = co2-now +
                         fs-share-1 * fc-now-co2(fuel-cmp-pick)
              end-if
           end-if.

       158a-find-share-fuel.
           if fc-code(fuel-cmp-idx) EQUAL TO share-fuel
              move fuel-cmp-idx to fuel-cmp-pick
           end-if.

      *****************************************************************
      * AFFINITY Law 3: SAV$ = (q1 - q2) x 746 x phase x pf / eff /   *
      * 1000 x hours x rate, q2 = q1 x (rpm2 / rpm1) cubed.  Phase,   *
      * power factor, and hours are not posted, so the replay scales  *
      * the posted figure by today's term over the run's --           *
      *   q1 x (1 - (rpm2 / rpm1) cubed) / motor eff x $/kWh          *
      * -- on the AFFEQUIP baseline and the plant's RATESCHED         *
      * blended rate in force on each date.  A baseline RPM that has  *
      * since been re-surveyed replaces the posted RPM1.              *
      *****************************************************************
       160-replay-affinity.
           if rr-inputs(1:5) NOT EQUAL TO "RPM1="
              go to 160-aff-exit
           end-if
           move spaces to scan-lead
           move spaces to scan-value
           unstring rr-result delimited by "SAV$="
                    into scan-lead scan-value
           end-unstring
           if scan-value EQUAL TO spaces
              go to 160-aff-exit
           end-if
           compute original-value = function numval(scan-value)

           move spaces to scan-lead
           move spaces to part-given
           move spaces to part-rate
           unstring rr-inputs delimited by "RPM1=" or " RPM2="
                    into scan-lead part-given part-rate
           end-unstring
           compute af-rpm1 = function numval(part-given)
           compute af-rpm2 = function numval(part-rate)
           if af-rpm1 EQUAL TO zero
              go to 160-aff-exit
           end-if

           move "Y" to replay-made-flag
           move "SAV$" to result-label

           perform 161-baseline-now thru 161-now-exit
           perform 162-baseline-then thru 162-then-exit
           perform 163-tariff-both-dates thru 163-tariff-exit

      * A side with no baseline takes the other's, so only what is
      * on record on both dates moves the replay.
           if bn-found and NOT bt-found
              move bn-rpm1      to bt-rpm1
              move bn-quantity1 to bt-quantity1
              move bn-motor-eff to bt-motor-eff
              move "Y" to bt-found-flag
              move spaces to out-line
              string "  AFFEQUIP baseline for " function trim(rr-tag)
                     " was added after the run -- baseline held."
                     delimited by size into out-line
              perform 190-emit-line
           end-if
           if bt-found and NOT bn-found
              move bt-rpm1      to bn-rpm1
              move bt-quantity1 to bn-quantity1
              move bt-motor-eff to bn-motor-eff
              move "Y" to bn-found-flag
              move spaces to out-line
              string "  AFFEQUIP baseline for " function trim(rr-tag)
                     " is no longer on file -- baseline held."
                     delimited by size into out-line
              perform 190-emit-line
           end-if
           if NOT bt-found
              move af-rpm1 to bt-rpm1
              move af-rpm1 to bn-rpm1
              move 1 to bt-quantity1
              move 1 to bn-quantity1
              move 1 to bt-motor-eff
              move 1 to bn-motor-eff
           end-if
           if bt-motor-eff EQUAL TO zero
              move 1 to bt-motor-eff
           end-if
           if bn-motor-eff EQUAL TO zero
              move 1 to bn-motor-eff
           end-if

           if NOT tariff-then-found or NOT tariff-now-found
              move 1 to rate-then
              move 1 to rate-now
           end-if

           move af-rpm1 to replay-rpm1
           compute speed-ratio rounded = af-rpm2 / replay-rpm1
           compute speed-cube rounded =
                   speed-ratio * speed-ratio * speed-ratio
           compute speed-saving = 1 - speed-cube
           compute term-then rounded =
                   bt-quantity1 * speed-saving / bt-motor-eff
                   * rate-then

           if bn-rpm1 NOT EQUAL TO bt-rpm1 and bn-rpm1 > zero
              move bn-rpm1 to replay-rpm1
           end-if
           compute speed-ratio rounded = af-rpm2 / replay-rpm1
           compute speed-cube rounded =
                   speed-ratio * speed-ratio * speed-ratio
           compute speed-saving = 1 - speed-cube
           compute term-now rounded =
                   bn-quantity1 * speed-saving / bn-motor-eff
                   * rate-now

           if term-then EQUAL TO zero
              move original-value to replayed-value
           else
              compute replayed-value rounded =
                      original-value * term-now / term-then
                 on size error
                    move original-value to replayed-value
              end-compute
           end-if

           perform 145-emit-side-by-side
           perform 165-list-affinity-changes thru 165-list-exit.
       160-aff-exit.
           exit.

      * Today's baseline straight off AFFEQUIP.
       161-baseline-now.
           move "N" to bn-found-flag
           if rr-tag EQUAL TO spaces
              go to 161-now-exit
           end-if
           open input equip-master-file
           if master-status NOT EQUAL TO "00"
              go to 161-now-exit
           end-if
           move rr-tag to equip-tag
           read equip-master-file
              invalid key
                 move "N" to bn-found-flag
              not invalid key
                 move "Y" to bn-found-flag
                 move equip-rpm1      to bn-rpm1
                 move equip-quantity1 to bn-quantity1
                 move equip-motor-eff to bn-motor-eff
           end-read
           close equip-master-file.
       161-now-exit.
           exit.

      * The run-date baseline: the before-image of the first
      * EQUIPHIST change to the tag stamped after the run; with no
      * change since, today's baseline is the one that was in force.
       162-baseline-then.
           move bn-found-flag to bt-found-flag
           move bn-rpm1      to bt-rpm1
           move bn-quantity1 to bt-quantity1
           move bn-motor-eff to bt-motor-eff
           if rr-tag EQUAL TO spaces
              go to 162-then-exit
           end-if
           move rr-key(1:14) to run-stamp
           move high-values to hist-best-stamp
           move "N" to hist-found-flag
           open input equip-hist-file
           if equip-hist-status NOT EQUAL TO "00"
              go to 162-then-exit
           end-if
           move "N" to file-eof-flag
           perform 162a-read-hist-record
           perform 162b-test-hist-record until file-eof
           close equip-hist-file

           if hist-found
              if hist-best-image EQUAL TO spaces
                 move "N" to bt-found-flag
              else
                 move hist-best-image to hist-image-work
                 move "Y" to bt-found-flag
                 move hi-rpm1      to bt-rpm1
                 move hi-quantity1 to bt-quantity1
                 move hi-motor-eff to bt-motor-eff
              end-if
           end-if.
       162-then-exit.
           exit.

       162a-read-hist-record.
           read equip-hist-file
              at end move "Y" to file-eof-flag
           end-read.

       162b-test-hist-record.
           if eh-tag EQUAL TO rr-tag and
              equip-hist-record(1:14) > run-stamp and
              equip-hist-record(1:14) < hist-best-stamp
              move equip-hist-record(1:14) to hist-best-stamp
              move eh-before to hist-best-image
              move "Y" to hist-found-flag
           end-if
           perform 162a-read-hist-record.

      * The plant's tariff in force at the run and today.
       163-tariff-both-dates.
           move "N" to tariff-then-flag
           move "N" to tariff-now-flag
           move zero to rate-then
           move zero to rate-now
           if plant-in EQUAL TO spaces
              go to 163-tariff-exit
           end-if
           move plant-in to rt-probe-plant
           move rr-date to rt-as-of-date
           perform 106-find-plant-tariff thru 106-find-exit
           if rt-rate-found
              move "Y" to tariff-then-flag
              move rt-blended-rate to rate-then
              move rt-best-date    to rate-then-date
              move rt-on-rate      to on-rate-then
              move rt-sh-rate      to sh-rate-then
              move rt-off-rate     to off-rate-then
              move rt-demand-rate  to demand-rate-then
           end-if
           move today-ymd to rt-as-of-date
           perform 106-find-plant-tariff thru 106-find-exit
           if rt-rate-found
              move "Y" to tariff-now-flag
              move rt-blended-rate to rate-now
              move rt-best-date    to rate-now-date
           end-if.
       163-tariff-exit.
           exit.

       165-list-affinity-changes.
           if bt-rpm1 NOT EQUAL TO bn-rpm1
              move bt-rpm1 to rpm-then-out
              move bn-rpm1 to rpm-now-out
              move spaces to change-line
              string "AFFEQUIP " rr-tag " RPM1       " rpm-then-out
                     " -> " rpm-now-out
                     delimited by size into change-line
              perform 185-emit-change
           end-if
           if bt-quantity1 NOT EQUAL TO bn-quantity1
              move bt-quantity1 to rpm-then-out
              move bn-quantity1 to rpm-now-out
              move spaces to change-line
              string "AFFEQUIP " rr-tag " QUANTITY1  " rpm-then-out
                     " -> " rpm-now-out
                     delimited by size into change-line
              perform 185-emit-change
           end-if
           if bt-motor-eff NOT EQUAL TO bn-motor-eff
              move bt-motor-eff to eff-then-out
              move bn-motor-eff to eff-now-out
              move spaces to change-line
              string "AFFEQUIP " rr-tag " MOTOR-EFF " eff-then-out
                     " -> " eff-now-out
                     delimited by size into change-line
              perform 185-emit-change
           end-if

           if plant-in EQUAL TO spaces
              move spaces to out-line
              string "  No plant given -- the energy rate is held at"
                     " the run's."
                     delimited by size into out-line
              perform 190-emit-line
              go to 165-list-exit
           end-if
           if NOT tariff-then-found or NOT tariff-now-found
              move spaces to out-line
              string "  No RATESCHED tariff for plant " plant-in
                     " on both dates -- the energy rate is held."
                     delimited by size into out-line
              perform 190-emit-line
              go to 165-list-exit
           end-if
           if rate-then-date EQUAL TO rate-now-date
              go to 165-list-exit
           end-if

           move rate-then to rate-then-out
           move rate-now  to rate-now-out
           move spaces to change-line
           string "RATESCHED " plant-in " blended $/kWh "
                  rate-then-out " -> " rate-now-out "  (tariff of "
                  rate-then-date " -> " rate-now-date ")"
                  delimited by size into change-line
           perform 185-emit-change
           if on-rate-then NOT EQUAL TO rt-on-rate
              move on-rate-then to rate-then-out
              move rt-on-rate   to rate-now-out
              move spaces to change-line
              string "RATESCHED " plant-in " on-peak $/kWh "
                     rate-then-out " -> " rate-now-out
                     delimited by size into change-line
              perform 185-emit-change
           end-if
           if sh-rate-then NOT EQUAL TO rt-sh-rate
              move sh-rate-then to rate-then-out
              move rt-sh-rate   to rate-now-out
              move spaces to change-line
              string "RATESCHED " plant-in " shoulder $/kWh "
                     rate-then-out " -> " rate-now-out
                     delimited by size into change-line
              perform 185-emit-change
           end-if
           if off-rate-then NOT EQUAL TO rt-off-rate
              move off-rate-then to rate-then-out
              move rt-off-rate   to rate-now-out
              move spaces to change-line
              string "RATESCHED " plant-in " off-peak $/kWh "
                     rate-then-out " -> " rate-now-out
                     delimited by size into change-line
              perform 185-emit-change
           end-if
           if demand-rate-then NOT EQUAL TO rt-demand-rate
              move demand-rate-then to demand-then-out
              move rt-demand-rate   to demand-now-out
              move spaces to change-line
              string "RATESCHED " plant-in " demand $/kW  "
                     demand-then-out " -> " demand-now-out
                     "  (not in the replayed figure)"
                     delimited by size into change-line
              perform 185-emit-change
           end-if.
       165-list-exit.
           exit.

      *****************************************************************
      * Interest factors, each from the posted given value, rate,     *
      * and term with p = (1 + i) ** n:                               *
      *   FPGF  P = F / p              FFGA  F = A x (p - 1) / i      *
      *   FPGA  P = A x (p - 1) / (i x p)                             *
      *   FAGF  A = F x i / (p - 1)    FAGP  A = P x i x p / (p - 1)  *
      * TVMPARM enters only as range limits, so the run's limits are  *
      * compared with today's and the inputs tested against today's.  *
      *****************************************************************
       170-replay-tvm.
           move spaces to part-given
           move spaces to part-rate
           move spaces to part-term
           unstring rr-inputs delimited by " R=" or " N="
                    into part-given part-rate part-term
           end-unstring
           move spaces to scan-lead
           move spaces to scan-value
           unstring part-given delimited by "="
                    into scan-lead scan-value
           end-unstring
           if scan-value EQUAL TO spaces or part-rate EQUAL TO spaces
              or part-term EQUAL TO spaces
              go to 170-tvm-exit
           end-if
           compute tv-given = function numval-c(scan-value)
           compute tv-rate  = function numval(part-rate)
           compute tv-term  = function numval(part-term)
           if tv-rate EQUAL TO zero or tv-term EQUAL TO zero
              go to 170-tvm-exit
           end-if

           move spaces to scan-lead
           move spaces to scan-value
           unstring rr-result delimited by "="
                    into scan-lead scan-value
           end-unstring
           if scan-value EQUAL TO spaces
              go to 170-tvm-exit
           end-if
           compute original-value = function numval-c(scan-value)
           move scan-lead to result-label

           compute tv-interest = tv-rate / 100
           compute tv-one-plus = 1 + tv-interest
           compute tv-power rounded = tv-one-plus ** tv-term
           if tv-power NOT GREATER THAN 1
              go to 170-tvm-exit
           end-if
      * The factor's pieces go into their own fields first; a
      * parenthesized difference as a divisor loses its decimals.
           compute tv-power-less-1 = tv-power - 1
           compute tv-interest-power = tv-interest * tv-power
           evaluate rr-pgm
              when "FPGF"
                 compute tv-answer rounded = tv-given / tv-power
              when "FPGA"
                 compute tv-answer rounded = tv-given *
                         tv-power-less-1 / tv-interest-power
              when "FAGF"
                 compute tv-answer rounded = tv-given *
                         tv-interest / tv-power-less-1
              when "FFGA"
                 compute tv-answer rounded = tv-given *
                         tv-power-less-1 / tv-interest
              when "FAGP"
                 compute tv-answer rounded = tv-given *
                         tv-interest-power / tv-power-less-1
           end-evaluate
           move "Y" to replay-made-flag
           move tv-answer to replayed-value
           perform 145-emit-side-by-side

           perform 172-parm-at-run thru 172-parm-exit
           perform 174-list-parm-changes thru 174-list-exit
           perform 175-test-today-limits.
       170-tvm-exit.
           exit.

      * The limits in force at the run: the latest approved TVMPARM
      * rewrite decided on or before the run date.
       172-parm-at-run.
           move "N" to then-parm-flag
           move spaces to then-parm-date
           move zero to later-parm-count
           move spaces to later-parm-date
           open input pending-change-file
           if pending-status NOT EQUAL TO "00"
              go to 172-parm-exit
           end-if
           move "N" to file-eof-flag
           perform 172a-read-pending
           perform 172b-test-pending until file-eof
           close pending-change-file.
       172-parm-exit.
           exit.

       172a-read-pending.
           read pending-change-file
              at end move "Y" to file-eof-flag
           end-read.

       172b-test-pending.
           if pc-file EQUAL TO "TVMPARM" and pc-action EQUAL TO "W"
              and pc-status EQUAL TO "A"
              if pc-decided-date NOT GREATER THAN rr-date
                 if pc-decided-date NOT LESS THAN then-parm-date
                    move "Y" to then-parm-flag
                    move pc-decided-date to then-parm-date
                    move pc-seq to then-parm-seq
                    move pc-image(1:30) to then-parm-image
                 end-if
              else
                 add 1 to later-parm-count
                 if pc-decided-date > later-parm-date
                    move pc-decided-date to later-parm-date
                 end-if
              end-if
           end-if
           perform 172a-read-pending.

       174-list-parm-changes.
           if NOT then-parm-found
              if later-parm-count > zero
                 move spaces to change-line
                 string "TVMPARM rewritten by approved change(s) to "
                        later-parm-date " -- limits before them are"
                        " not on record"
                        delimited by size into change-line
                 perform 185-emit-change
              end-if
              go to 174-list-exit
           end-if
           if tp-min-val NOT EQUAL TO min-val
              move "MIN-VAL" to limit-name
              move tp-min-val to limit-then-out
              move min-val to limit-now-out
              perform 176-emit-limit-change
           end-if
           if tp-max-val NOT EQUAL TO max-val
              move "MAX-VAL" to limit-name
              move tp-max-val to limit-then-out
              move max-val to limit-now-out
              perform 176-emit-limit-change
           end-if
           if tp-min-int NOT EQUAL TO min-int
              move "MIN-INT" to limit-name
              move tp-min-int to limit-then-out
              move min-int to limit-now-out
              perform 176-emit-limit-change
           end-if
           if tp-max-int NOT EQUAL TO max-int
              move "MAX-INT" to limit-name
              move tp-max-int to limit-then-out
              move max-int to limit-now-out
              perform 176-emit-limit-change
           end-if
           if tp-min-term NOT EQUAL TO min-term
              move "MIN-TERM" to limit-name
              move tp-min-term to limit-then-out
              move min-term to limit-now-out
              perform 176-emit-limit-change
           end-if
           if tp-max-term NOT EQUAL TO max-term
              move "MAX-TERM" to limit-name
              move tp-max-term to limit-then-out
              move max-term to limit-now-out
              perform 176-emit-limit-change
           end-if.
       174-list-exit.
           exit.

      * Would today's limits still take the posted inputs?
       175-test-today-limits.
           move tv-rate to tv-rate-out
           move tv-term to tv-term-out
           if tv-given < min-val or tv-given > max-val
              move spaces to out-line
              string "  TODAY'S TVMPARM WOULD REFUSE THE RUN -- given"
                     " value outside MIN-VAL/MAX-VAL."
                     delimited by size into out-line
              perform 190-emit-line
           end-if
           if tv-rate < min-int or tv-rate > max-int
              move spaces to out-line
              string "  TODAY'S TVMPARM WOULD REFUSE THE RUN -- rate "
                     tv-rate-out "% outside MIN-INT/MAX-INT."
                     delimited by size into out-line
              perform 190-emit-line
           end-if
           if tv-term < min-term or tv-term > max-term
              move spaces to out-line
              string "  TODAY'S TVMPARM WOULD REFUSE THE RUN -- term "
                     tv-term-out " years outside MIN-TERM/MAX-TERM."
                     delimited by size into out-line
              perform 190-emit-line
           end-if.

       176-emit-limit-change.
           move spaces to change-line
           string "TVMPARM " limit-name " " limit-then-out " -> "
                  limit-now-out "  (run under change " then-parm-seq
                  " of " then-parm-date ")"
                  delimited by size into change-line
           perform 185-emit-change.

      * Names one reference value that moved, with the heading for
      * the first of them.
       185-emit-change.
           if changed-count EQUAL TO zero
              move spaces to out-line
              string "  Reference values changed since " rr-date ":"
                     delimited by size into out-line
              perform 190-emit-line
           end-if
           add 1 to changed-count
           move spaces to out-line
           string "  CHANGED  " change-line
                  delimited by size into out-line
           perform 190-emit-line.

      * Shows the line and, when asked, also writes it to the
      * report file, so screen and page stay word for word the same.
       190-emit-line.
           display out-line
           if print-report
              move spaces to report-record
              move out-line to report-record
              perform 197-write-report-line
           end-if
           move spaces to out-line.
