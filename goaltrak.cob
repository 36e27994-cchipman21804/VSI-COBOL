      *****************************************************************
      * CORPORATE ENERGY-SAVINGS GOAL TRACKING                        *
      *                                                               *
      * Corporate set a plant-level energy-reduction target and       *
      * nobody could say how far along we are without collating the   *
      * logs by hand.  This report reads the SAVGOAL targets file     *
      * (plant, fiscal year, target dollars), accumulates the         *
      * savings the calculators posted to RESULTREPO by plant and     *
      * fiscal period (keeping each tag's latest annual figure per    *
      * program, not the nightly repeats), and shows percent-to-goal  *
      * and the run-rate.  A tag claiming savings from both           *
      * AFFINITY and FUELSAVE in the same year is flagged so it is    *
      * not counted twice toward the goal.                            *
      *                                                               *
      * The tag's plant and system come off the ASSETHIER asset tree, *
      * with a subtotal per system under each plant; a tag not yet    *
      * hung on the tree falls back on the AFFSKED and FUELSKED       *
      * schedules and the LITECALC project file LITEPROJ for its      *
      * plant -- the repository record itself carries no plant        *
      * column.  The report can be run for one system across every    *
      * plant.                                                        *
      *                                                               *
      *****************************************************************

                  organization is line sequential
                  file status is fuel-sked-status.

      * Lighting retrofit project file -- see LITPRSEL/LITPRFD.
           COPY litprsel.

      * Plant/system/equipment tree -- see HIERSEL/HIERFD/HIERWS/
      * HIERRD.
           COPY hiersel.

           select report-file assign to "GOALPRINT"
                  organization is line sequential
                  file status is report-status.
           05 fs-plant           pic x(4).
           05 filler             pic x(20).

       COPY litprfd.

       COPY hierfd.

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).
           88 goal-eof                 value "Y".
       01 aff-sked-status       pic xx.
       01 fuel-sked-status      pic xx.
       01 lite-proj-status      pic xx.
       01 map-eof-flag          pic x value "N".
           88 map-eof                  value "Y".
       01 repo-eof-flag         pic x value "N".
               10 cl-tag         pic x(10).
               10 cl-pgm         pic x(10).
               10 cl-plant       pic x(4).
               10 cl-system      pic x(10).
               10 cl-date        pic x(8).
               10 cl-period      pic x(2).
               10 cl-amount      pic 9(9)v99 USAGE COMP.
               10 pl-total       pic 9(9)v99 USAGE COMP.
               10 pl-latest-per  pic 99 USAGE COMP.

      * Plant/system subtotals for the asked year.
       01 psys-count            pic 9(3) value zero.
       01 psys-idx              pic 9(3).
       01 psys-pick             pic 9(3) value zero.
           88 psys-not-found           value zero.
       01 psys-table.
           05 psys-entry occurs 100 times.
               10 ps-plant       pic x(4).
               10 ps-system      pic x(10).
               10 ps-total       pic 9(9)v99 USAGE COMP.

      * Plant/system/equipment tree fields -- see HIERWS.
       COPY hierws.
       01 system-filter         pic x(10).
       01 probe-system          pic x(10).

       01 sav-scan-lead         pic x(30).
       01 sav-scan-value        pic x(30).
       01 claim-amount          pic 9(9)v99.
              go to 999-end-program
           end-if

           display "Track one system across every plant (blank for"
           display "every system): " with no advancing
           accept system-filter
           move function upper-case(system-filter) to system-filter

           perform 110-load-goals thru 110-goals-exit
           if goal-count EQUAL TO zero
              display "No SAVGOAL targets on file for " ask-fy-in
              perform 123-read-fuel-sked
              perform 124-store-fuel-sked until map-eof
              close fuel-sked-file
           end-if
           open input lite-proj-file
           if lite-proj-status EQUAL TO "00"
              move "N" to map-eof-flag
              perform 125-read-lite-proj
              perform 126-store-lite-proj until map-eof
              close lite-proj-file
           end-if.
       120-map-exit.
           exit.
           end-if
           perform 123-read-fuel-sked.

       125-read-lite-proj.
           read lite-proj-file
              at end move "Y" to map-eof-flag
           end-read.

      * A project's area lines run together under its tag -- one map
      * entry per project.
       126-store-lite-proj.
           if lp-tag NOT EQUAL TO spaces and map-count < 200
              if map-count EQUAL TO zero or
                 lp-tag NOT EQUAL TO mp-tag(map-count)
                 add 1 to map-count
                 move map-count to map-idx
                 move lp-tag to mp-tag(map-idx)
                 move function upper-case(lp-plant)
                      to mp-plant(map-idx)
              end-if
           end-if
           perform 125-read-lite-proj.

      * One pass down the repository's primary (date) key for the
      * asked fiscal year's FC-START/FC-END range (the way GLEXTRCT
      * selects a period): each SAV$= posting lands in the claim
                 move rr-tag to cl-tag(claim-pick)
                 move rr-pgm to cl-pgm(claim-pick)
                 move spaces to cl-plant(claim-pick)
                 move spaces to cl-system(claim-pick)
                 perform 136-map-claim-plant
                         varying map-idx from 1 by 1
                         until map-idx > map-count
                 move rr-tag to hi-probe-tag
                 perform 138-find-tag
                 if hi-tag-found
                    move hi-plant to cl-plant(claim-pick)
                    move hi-system to cl-system(claim-pick)
                 end-if
                 move spaces to cl-date(claim-pick)
              end-if
           end-if
              move mp-plant(map-idx) to cl-plant(claim-pick)
           end-if.

      * Tree load and tag lookup -- see HIERRD.  The tree places a
      * tag ahead of the schedules.
       COPY hierrd REPLACING ==HI-LOAD-PARA== BY
            ==137-load-hierarchy==
            ==HI-LOAD-EXIT== BY ==137-load-exit==
            ==HI-READ-PARA== BY ==137a-read-hier-record==
            ==HI-STORE-PARA== BY ==137b-store-hier-record==
            ==HI-FIND-PARA== BY ==138-find-tag==
            ==HI-TEST-PARA== BY ==138a-test-tag==.

      * With a system asked for, only that system's claims count.
       140-roll-up-plants.
           move zero to plant-count
           move zero to psys-count
           perform 141-post-one-plant thru 141-post-exit
                   varying claim-idx from 1 by 1
                   until claim-idx > claim-count.

       141-post-one-plant.
           if system-filter NOT EQUAL TO spaces and
              cl-system(claim-idx) NOT EQUAL TO system-filter
              go to 141-post-exit
           end-if
           move cl-plant(claim-idx) to probe-plant
           if probe-plant EQUAL TO spaces
              move "----" to probe-plant
                    move period-num to pl-latest-per(plant-pick)
                 end-if
              end-if
              perform 143-post-plant-system
           end-if.
       141-post-exit.
           exit.

       142-test-one-plant.
           if pl-plant(plant-idx) EQUAL TO probe-plant
              move plant-idx to plant-pick
           end-if.

      * The claim's system subtotal under its plant; a tag not on
      * the tree subtotals as "(NO SYSTEM)".
       143-post-plant-system.
           move cl-system(claim-idx) to probe-system
           if probe-system EQUAL TO spaces
              move "(NO SYSTEM)" to probe-system
           end-if
           move zero to psys-pick
           perform 144-test-one-psys
                   varying psys-idx from 1 by 1
                   until psys-idx > psys-count
           if psys-not-found and psys-count < 100
              add 1 to psys-count
              move psys-count to psys-pick
              move probe-plant to ps-plant(psys-pick)
              move probe-system to ps-system(psys-pick)
              move zero to ps-total(psys-pick)
           end-if
           if psys-pick > zero
              add cl-amount(claim-idx) to ps-total(psys-pick)
           end-if.

       144-test-one-psys.
           if ps-plant(psys-idx) EQUAL TO probe-plant and
              ps-system(psys-idx) EQUAL TO probe-system
              move psys-idx to psys-pick
           end-if.

       150-print-tracking.
           display spaces
           display "Print the tracking report to a report file?"
                  todays-date-out ")"
                  delimited by size into out-line
           perform 160-emit-line
           if system-filter NOT EQUAL TO spaces
              move spaces to out-line
              string "SYSTEM " function trim(system-filter)
                     " ACROSS EVERY PLANT -- its share of each"
                     " plant's goal"
                     delimited by size into out-line
              perform 160-emit-line
           end-if

           perform 151-print-one-plant
                   varying plant-idx from 1 by 1
                     period-out
                     delimited by size into out-line
              perform 160-emit-line
           end-if

           perform 153-print-one-psys
                   varying psys-idx from 1 by 1
                   until psys-idx > psys-count.

       153-print-one-psys.
           if ps-plant(psys-idx) EQUAL TO pl-plant(plant-idx)
              move ps-total(psys-idx) to total-out
              move spaces to out-line
              string "    SYSTEM " ps-system(psys-idx) "  SAVED "
                     total-out
                     delimited by size into out-line
              perform 160-emit-line
           end-if.

       152-find-goal-target.
