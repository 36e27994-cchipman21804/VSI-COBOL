      *****************************************************************
      * PUMPING ENERGY-INTENSITY LEAGUE TABLE                         *
      *                                                               *
      * The baselines sit in AFFEQUIP and the calculated kW in        *
      * AFFAUDIT, and nothing ranked them against each other.  This   *
      * report computes each tag's energy intensity -- its latest     *
      * AFFAUDIT kW per unit of baseline EQUIP-QUANTITY1 flow --      *
      * groups by plant and system off the ASSETHIER asset tree (a    *
      * tag not yet hung on the tree falls back on its AFFSKED plant  *
      * and the prefix ahead of its first hyphen, the shop's naming   *
      * convention), and prints a league table worst first with       *
      * each asset's gap to the best comparable asset in its system   *
      * priced in annual dollars -- at the tag's RUNHOURS trailing-   *
      * twelve-month actual where one exists, the prompted hours      *
      * otherwise.  The table can be run for one system across every  *
      * plant.  The VFD candidate list falls out of our own data.     *
      *                                                               *
      *****************************************************************

                  organization is line sequential
                  file status is aff-sked-status.

      * Plant/system/equipment tree -- see HIERSEL/HIERFD/HIERWS/
      * HIERRD.
           COPY hiersel.

           select report-file assign to "BENCHPRINT"
                  organization is line sequential
                  file status is report-status.
           05 as-plant           pic x(4).
           05 filler             pic x(2).

       COPY hierfd.

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).
               10 mp-tag         pic x(10).
               10 mp-plant       pic x(4).

      * Plant/system/equipment tree fields -- see HIERWS.
       COPY hierws.

      * The tag's plant and system, off the tree or the fallback.
       01 tag-plant             pic x(4).
       01 system-filter         pic x(10).

      * Service prefix extraction.
       01 service-work          pic x(10).
       01 service-out           pic x(10).
              compute energy-rate = function numval(rate-in)
           end-if

           display "Benchmark one system across every plant (blank"
           display "for every system): " with no advancing
           accept system-filter
           move function upper-case(system-filter) to system-filter

           perform 115-load-run-hours
           perform 110-load-tag-plant-map thru 110-map-exit
           perform 120-load-baselines thru 120-base-exit
           if equip-status NOT EQUAL TO "R" and
              equip-quantity1 > zero and
              bench-count < 200
              perform 126-place-tag
              if system-filter EQUAL TO spaces or
                 service-out EQUAL TO system-filter
                 add 1 to bench-count
                 move bench-count to bench-idx
                 move equip-tag to bn-tag(bench-idx)
                 move equip-quantity1 to bn-flow(bench-idx)
                 move zero to bn-kw(bench-idx)
                 move spaces to bn-kw-date(bench-idx)
                 move zero to bn-intensity(bench-idx)
                 move tag-plant to bn-plant(bench-idx)
                 move service-out to bn-service(bench-idx)
              end-if
           end-if
           perform 121-read-master-record.

       123-map-one-plant.
           if mp-tag(map-idx) EQUAL TO equip-tag
              move mp-plant(map-idx) to tag-plant
           end-if.

      * The ASSETHIER tree places the tag in its plant and system.
      * A tag not yet hung on the tree takes its AFFSKED plant and,
      * for a system, its prefix ahead of the first hyphen --
      * CHW-PUMP-3 benchmarks against the other CHW assets.
       126-place-tag.
           move equip-tag to hi-probe-tag
           perform 118-find-tag
           if hi-tag-found
              move hi-plant to tag-plant
              move hi-system to service-out
           else
              move "----" to tag-plant
              perform 123-map-one-plant
                      varying map-idx from 1 by 1
                      until map-idx > map-count
              move equip-tag to service-work
              perform 124-extract-service
           end-if.


       124-extract-service.
           move zero to dash-pos
           perform 125-scan-for-dash
              move scan-idx to dash-pos
           end-if.

      * Tree load and tag lookup -- see HIERRD.
       COPY hierrd REPLACING ==HI-LOAD-PARA== BY
            ==117-load-hierarchy==
            ==HI-LOAD-EXIT== BY ==117-load-exit==
            ==HI-READ-PARA== BY ==117a-read-hier-record==
            ==HI-STORE-PARA== BY ==117b-store-hier-record==
            ==HI-FIND-PARA== BY ==118-find-tag==
            ==HI-TEST-PARA== BY ==118a-test-tag==.

      * The latest AFFAUDIT kW per tag, parsed off AFFINITY's fixed
      * audit-line columns.
       130-latest-kw-per-tag.
           end-if.

      * Intensity per asset, then the best figure inside each
      * plant/system group and the gap priced at the plant rate.
       140-compute-intensities.
           perform 141-one-intensity
                   varying bench-idx from 1 by 1
                  todays-date-out
                  delimited by size into out-line
           perform 160-emit-line
           if system-filter NOT EQUAL TO spaces
              move spaces to out-line
              string "SYSTEM " function trim(system-filter)
                     " ACROSS EVERY PLANT"
                     delimited by size into out-line
              perform 160-emit-line
           end-if
           move spaces to out-line
           string "PLNT SYSTEM      TAG         KW        FLOW"
                  "    KW/UNIT  BEST     GAP $/YR"
                  delimited by size into out-line
           perform 160-emit-line
