      *****************************************************************
      * CHILLER SEQUENCING ADVISOR                                    *
      *                                                               *
      * CHILLKWT logs what each chiller draws; the control room       *
      * still picks the lineup from habit.  This program builds a     *
      * part-load profile for every chiller at a plant (the AFFSKED   *
      * plant column) from its CHWLOG readings -- average kW/ton in   *
      * ten load bands of the chiller's capacity, the capacity being  *
      * its highest logged tonnage unless the operator keys the       *
      * rating -- then, for a plant load in tons, tries every         *
      * combination of those chillers that can carry the load, each   *
      * running at the same share of its capacity, and ranks them by  *
      * total kW.  The kW is priced at the plant's RATESCHED rate     *
      * for the hour entered, and the lineup running now is costed    *
      * against the best one -- the chilled-water answer to the       *
      * dispatch question STEAMCST answers for steam.                 *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   chlrseq.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select chw-log-file assign to "CHWLOG"
                  organization is line sequential
                  file status is chw-status.

           select schedule-file assign to "AFFSKED"
                  organization is line sequential
                  file status is schedule-status.

           select report-file assign to "CHSEQPRINT"
                  organization is line sequential
                  file status is report-status.

      * Time-of-use electric-rate master -- see RATESEL.
           COPY ratesel.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

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
       fd  chw-log-file
           record contains 100 characters.
       01 chw-log-record        pic x(100).

       fd  schedule-file
           record contains 40 characters.
       01 schedule-record.
           05 sked-tag           pic x(10).
           05 filler             pic x(24).
           05 sked-plant-in      pic x(4).
           05 filler             pic x(2).

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

       COPY ratefd.

       COPY resrepfd.

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

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Tariff lookup fields -- see RATEWS.
       COPY ratews.

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

       01 chw-status            pic xx.
       01 chw-eof-flag          pic x value "N".
           88 chw-eof                  value "Y".
       01 schedule-status       pic xx.
       01 sked-eof-flag         pic x value "N".
           88 sked-eof                 value "Y".

      * CHW-LINE overlays the fixed columns CHILLKWT's reading
      * writer strings together.
       01 chw-line              pic x(100).
       01 chw-line-parsed redefines chw-line.
           05 cl-date           pic x(8).
           05 filler            pic x(17).
           05 cl-tag            pic x(10).
           05 filler            pic x(7).
           05 cl-tons           pic x(6).
           05 filler            pic x(5).
           05 cl-kw             pic x(6).
           05 filler            pic x(8).
           05 cl-kwton          pic x(5).
           05 filler            pic x(28).

      * The plant's chillers, off the AFFSKED plant column.
       01 plant-in              pic x(4).
       01 chiller-count         pic 9 value zero.
       01 max-chillers          pic 9 value 8.
       01 chiller-idx           pic 9.
       01 chiller-pick          pic 9 value zero.
           88 chiller-not-found        value zero.
       01 chiller-table.
           05 chiller-entry occurs 8 times.
               10 ch-tag         pic x(10).
               10 ch-capacity    pic 9(5)v9.
               10 ch-max-tons    pic 9(5)v9.
               10 ch-readings    pic 9(4).
               10 ch-band occurs 10 times.
                   15 bd-count   pic 9(4).
                   15 bd-kwton-sum pic 9(6)v999.
                   15 bd-kwton   pic 9v999.

      * CHWLOG readings for the plant's chillers, held until the
      * capacities are settled and the bands can be filled.
       01 reading-count         pic 9(4) value zero.
       01 max-readings          pic 9(4) value 3000.
       01 reading-idx           pic 9(4).
       01 reading-table.
           05 reading-entry occurs 3000 times.
               10 rd-chiller     pic 9.
               10 rd-tons        pic 9(5)v9.
               10 rd-kwton       pic 9v999.
       01 reading-tons          pic 9(5)v9.
       01 reading-kwton         pic 9v999.

      * Band lookup: kW/ton at a load fraction, off the nearest
      * band with readings in it.
       01 band-idx              pic 99.
       01 band-pick             pic 99.
       01 band-reach            pic 99.
       01 band-probe            pic s99.
       01 load-fraction         pic 9v9999.
       01 lookup-kwton          pic 9v999.

      * Every combination that carries the load, ranked by kW.
       01 load-tons             pic 9(5)v9.
       01 hour-in               pic x(4).
       01 price-hour            pic 99.
       01 use-rate              pic 99v9(5).
       01 rate-period           pic x(8).
       01 flat-rate             pic 99v9(5) value 0.10.
       01 combo-limit           pic 9(3).
       01 combo-mask            pic 9(3).
       01 mask-work             pic 9(3).
       01 mask-bit              pic 9.
       01 combo-member-table.
           05 combo-member occurs 8 times pic 9.
       01 combo-capacity        pic 9(6)v9.
       01 combo-kw              pic 9(6)v99.
       01 chiller-tons          pic 9(5)v9.
       01 combo-count           pic 9(3) value zero.
       01 combo-idx             pic 9(3).
       01 combo-jdx             pic 9(3).
       01 combo-table.
           05 combo-entry occurs 255 times.
               10 cb-kw          pic 9(6)v99.
               10 cb-mask        pic 9(3).
               10 cb-capacity    pic 9(6)v9.
       01 combo-swap            pic x(18).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 show-limit            pic 99 value 10.

      * The lineup running now.
       01 current-mask          pic 9(3) value zero.
       01 current-kw            pic 9(6)v99.
       01 current-feasible      pic x value "N".
           88 current-carries-load     value "Y".
       01 lineup-in             pic x(10).
       01 bit-value             pic 9(3).
       01 difference-kw         pic s9(6)v99.
       01 difference-dollars    pic s9(7)v99.

      * Entry and display fields.
       01 value-in              pic x(10).
       01 entry-value           pic s9(9)v9(4) USAGE COMP.
       01 tons-out              pic zzzz9.9.
       01 cap-out               pic zzzzz9.9.
       01 kw-out                pic zzzzz9.9.
       01 kwton-out             pic 9.999.
       01 dollars-out           pic $$$,$$9.99.
       01 day-dollars-out       pic $$$,$$$,$$9.
       01 rank-out              pic z9.
       01 count-out             pic zzz9.
       01 rate-out              pic 9.99999.
       01 lineup-text           pic x(60).
       01 lineup-ptr            pic 99.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** CHILLER SEQUENCING ADVISOR BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-plant-data-entry thru 110-plant-exit
           if chiller-count EQUAL TO zero
              go to 999-end-program
           end-if
           perform 130-load-chw-log thru 130-load-exit
           perform 140-capacity-data-entry
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count
           perform 150-build-profiles
           perform 160-show-profiles
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count

           perform 200-advise-one-load thru 200-advise-exit
                   until load-tons EQUAL TO zero
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** CHILLER SEQUENCING ADVISOR ENDS *****"
           display spaces

           move "CHLRSEQ" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "PLANT=" plant-in " Chiller sequencing completed."
                  delimited by size into audit-trail-detail
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

      * Consolidated-repository write -- see RESREPLOG.
       COPY resreplog REPLACING ==RR-PARA== BY
            ==168-write-results-repo==.

      * RATESCHED tariff lookup -- see RATERD.
       COPY raterd REPLACING ==RT-FIND-PARA== BY
            ==116-find-plant-tariff==
            ==RT-FIND-EXIT== BY ==116-find-exit==
            ==RT-READ-PARA== BY ==116a-read-rate-record==
            ==RT-TEST-PARA== BY ==116b-test-rate-record==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * The plant, and its chillers: AFFSKED tags at the plant that
      * have CHWLOG readings.
       110-plant-data-entry.
           display spaces
           display "Plant code (blank for your stored preference): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           if plant-in EQUAL TO spaces
              display "No plant entered."
              go to 110-plant-exit
           end-if

           move zero to chiller-count
           open input schedule-file
           if schedule-status NOT EQUAL TO "00"
              display "Unable to open AFFSKED -- it places the"
                      " chillers at their plants."
              go to 110-plant-exit
           end-if
           move "N" to sked-eof-flag
           perform 111-read-schedule-record
           perform 112-test-schedule-record until sked-eof
           close schedule-file.
       110-plant-exit.
           exit.

       111-read-schedule-record.
           read schedule-file
              at end move "Y" to sked-eof-flag
           end-read.

       112-test-schedule-record.
           if function upper-case(sked-plant-in) EQUAL TO plant-in
              and sked-tag NOT EQUAL TO spaces
              move sked-tag to lineup-in
              perform 120-find-chiller
              if chiller-not-found and chiller-count < max-chillers
                 add 1 to chiller-count
                 move chiller-count to chiller-idx
                 initialize chiller-entry(chiller-idx)
                 move sked-tag to ch-tag(chiller-idx)
              end-if
           end-if
           perform 111-read-schedule-record.

       120-find-chiller.
           move zero to chiller-pick
           perform 121-test-one-chiller
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count.

       121-test-one-chiller.
           if ch-tag(chiller-idx) EQUAL TO lineup-in
              move chiller-idx to chiller-pick
           end-if.

      * CHWLOG readings for the plant's tags; a tag at the plant
      * with no readings is dropped from the advice.
       130-load-chw-log.
           move zero to reading-count
           open input chw-log-file
           if chw-status NOT EQUAL TO "00"
              display "No CHWLOG history on file -- log readings"
                      " through CHILLKWT first."
              move zero to chiller-count
              go to 130-load-exit
           end-if
           move "N" to chw-eof-flag
           perform 131-read-chw-record
           perform 132-store-chw-record until chw-eof
           close chw-log-file

           move zero to combo-idx
           perform 135-drop-idle-chiller
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count
           move combo-idx to chiller-count
           if chiller-count EQUAL TO zero
              display "No chiller at " plant-in " has CHWLOG"
                      " readings."
           end-if.
       130-load-exit.
           exit.

       131-read-chw-record.
           read chw-log-file into chw-line
              at end move "Y" to chw-eof-flag
           end-read.

       132-store-chw-record.
           move cl-tag to lineup-in
           perform 120-find-chiller
           if NOT chiller-not-found and reading-count < max-readings
              move function lower-case(cl-tons) to cl-tons
              move function lower-case(cl-kwton) to cl-kwton
              compute reading-tons = function numval(cl-tons)
              compute reading-kwton = function numval(cl-kwton)
              if reading-tons > zero and reading-kwton > zero
                 add 1 to reading-count
                 move chiller-pick to rd-chiller(reading-count)
                 move reading-tons to rd-tons(reading-count)
                 move reading-kwton to rd-kwton(reading-count)
                 add 1 to ch-readings(chiller-pick)
                 if reading-tons > ch-max-tons(chiller-pick)
                    move reading-tons to ch-max-tons(chiller-pick)
                 end-if
              end-if
           end-if
           perform 131-read-chw-record.

      * Closes the table up over tags with no readings; the readings
      * are renumbered to follow their chiller.
       135-drop-idle-chiller.
           if ch-readings(chiller-idx) > zero
              add 1 to combo-idx
              if combo-idx NOT EQUAL TO chiller-idx
                 move chiller-entry(chiller-idx)
                      to chiller-entry(combo-idx)
                 perform 136-renumber-one-reading
                         varying reading-idx from 1 by 1
                         until reading-idx > reading-count
              end-if
           end-if.

       136-renumber-one-reading.
           if rd-chiller(reading-idx) EQUAL TO chiller-idx
              move combo-idx to rd-chiller(reading-idx)
           end-if.

       140-capacity-data-entry.
           move ch-max-tons(chiller-idx) to tons-out
           display ch-tag(chiller-idx) " rated tons (blank for "
                   tons-out ", the highest logged): "
                   with no advancing
           accept value-in
           move ch-max-tons(chiller-idx) to ch-capacity(chiller-idx)
           if value-in NOT EQUAL TO spaces
              move function lower-case(value-in) to value-in
              compute entry-value = function numval(value-in)
              if entry-value > zero and entry-value < 100000
                 move entry-value to ch-capacity(chiller-idx)
              else
                 display "Not a tonnage -- the highest logged stands."
              end-if
           end-if.

      * Each reading lands in the band of its share of capacity;
      * a band's figure is the average kW/ton of its readings.
       150-build-profiles.
           perform 151-band-one-reading
                   varying reading-idx from 1 by 1
                   until reading-idx > reading-count
           perform 153-average-one-chiller
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count.

       151-band-one-reading.
           move rd-chiller(reading-idx) to chiller-idx
           compute load-fraction rounded =
                   rd-tons(reading-idx) / ch-capacity(chiller-idx)
              on size error move 1 to load-fraction
           end-compute
           perform 155-band-for-fraction
           add 1 to bd-count(chiller-idx, band-idx)
           add rd-kwton(reading-idx)
               to bd-kwton-sum(chiller-idx, band-idx).

       153-average-one-chiller.
           perform 154-average-one-band
                   varying band-idx from 1 by 1
                   until band-idx > 10.

       154-average-one-band.
           if bd-count(chiller-idx, band-idx) > zero
              compute bd-kwton(chiller-idx, band-idx) rounded =
                      bd-kwton-sum(chiller-idx, band-idx) /
                      bd-count(chiller-idx, band-idx)
           end-if.

       155-band-for-fraction.
           compute band-idx = load-fraction * 10 + 1
           if band-idx > 10
              move 10 to band-idx
           end-if.

       160-show-profiles.
           if chiller-idx EQUAL TO 1
              display spaces
              display "Part-load kW/ton by share of capacity"
                      " (blank: no readings in the band)"
              display "TAG          TONS  10%   20%   30%   40%   50%"
                      "   60%   70%   80%   90%  100%"
           end-if
           move ch-capacity(chiller-idx) to tons-out
           move spaces to out-line
           move ch-tag(chiller-idx) to out-line(1:10)
           move tons-out to out-line(11:7)
           perform 161-show-one-band
                   varying band-idx from 1 by 1
                   until band-idx > 10
           display out-line.

       161-show-one-band.
           if bd-count(chiller-idx, band-idx) > zero
              move bd-kwton(chiller-idx, band-idx) to kwton-out
              compute lineup-ptr = 13 + band-idx * 6
              move kwton-out to out-line(lineup-ptr:5)
           end-if.

      * kW/ton for CHILLER-IDX at LOAD-FRACTION: its band if the
      * band has readings, else the nearest band that has.
       170-kwton-at-fraction.
           perform 155-band-for-fraction
           move zero to band-pick
           move zero to band-reach
           perform 171-reach-one-step
                   until band-pick > zero or band-reach > 9
           move bd-kwton(chiller-idx, band-pick) to lookup-kwton.

       171-reach-one-step.
           compute band-probe = band-idx - band-reach
           if band-probe > zero
              if bd-count(chiller-idx, band-probe) > zero
                 move band-probe to band-pick
              end-if
           end-if
           compute band-probe = band-idx + band-reach
           if band-pick EQUAL TO zero and band-probe < 11
              if bd-count(chiller-idx, band-probe) > zero
                 move band-probe to band-pick
              end-if
           end-if
           add 1 to band-reach.

      * One plant load: every lineup that carries it, ranked; the
      * current lineup priced against the best.
       200-advise-one-load.
           display spaces
           display "Plant cooling load in tons (blank or 0 to end): "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           compute entry-value = function numval(value-in)
           if entry-value NOT GREATER THAN zero or
              entry-value > 99999
              move zero to load-tons
              go to 200-advise-exit
           end-if
           move entry-value to load-tons

           perform 210-hour-and-rate thru 210-hour-exit
           perform 220-current-lineup-entry thru 220-current-exit

           move zero to combo-count
           compute combo-limit = 2 ** chiller-count - 1
           perform 230-try-one-combination
                   varying combo-mask from 1 by 1
                   until combo-mask > combo-limit
           if combo-count EQUAL TO zero
              move load-tons to tons-out
              display "No lineup at " plant-in " can carry "
                      tons-out " tons."
              go to 200-advise-exit
           end-if
           move "Y" to swap-flag
           perform 240-sort-pass until NOT swapped

           perform 250-report-lineups thru 250-report-exit.
       200-advise-exit.
           exit.

       210-hour-and-rate.
           display "Hour of day to price (0-23, blank for now): "
                   with no advancing
           accept hour-in
           if hour-in EQUAL TO spaces
              move todays-date-stamp(9:2) to price-hour
           else
              move function lower-case(hour-in) to hour-in
              compute entry-value = function numval(hour-in)
              if entry-value < zero or entry-value > 23
                 move todays-date-stamp(9:2) to price-hour
                 display "Not an hour -- pricing the current hour."
              else
                 move entry-value to price-hour
              end-if
           end-if

           if pref-loaded EQUAL TO "Y" and pref-rate NOT EQUAL TO
              spaces
              move function lower-case(pref-rate) to value-in
              compute flat-rate = function numval(value-in)
           end-if
           move flat-rate to use-rate
           move "FLAT" to rate-period
           move plant-in to rt-probe-plant
           move todays-date-stamp(1:8) to rt-as-of-date
           perform 116-find-plant-tariff thru 116-find-exit
           if NOT rt-rate-found
              go to 210-hour-exit
           end-if
           evaluate true
              when price-hour NOT LESS THAN rt-on-start and
                   price-hour < rt-on-end
                 move rt-on-rate to use-rate
                 move "ON-PEAK" to rate-period
              when price-hour NOT LESS THAN rt-sh-start and
                   price-hour < rt-sh-end
                 move rt-sh-rate to use-rate
                 move "SHOULDER" to rate-period
              when other
                 move rt-off-rate to use-rate
                 move "OFF-PEAK" to rate-period
           end-evaluate.
       210-hour-exit.
           exit.

      * The tags running now, one per line; the mask has a bit per
      * chiller in table order.
       220-current-lineup-entry.
           move zero to current-mask
           display "Chillers running now, one tag per line (blank"
                   " line ends):"
           perform 221-accept-one-running
           perform 222-post-one-running until lineup-in EQUAL TO
                   spaces.
       220-current-exit.
           exit.

       221-accept-one-running.
           display "  Tag: " with no advancing
           accept lineup-in
           move function upper-case(lineup-in) to lineup-in.

       222-post-one-running.
           perform 120-find-chiller
           if chiller-not-found
              display "  " lineup-in " is not a profiled chiller at "
                      plant-in "."
           else
              compute bit-value = 2 ** (chiller-pick - 1)
              divide current-mask by bit-value giving mask-work
              divide mask-work by 2 giving mask-work
                     remainder mask-bit
              if mask-bit EQUAL TO zero
                 add bit-value to current-mask
              end-if
           end-if
           perform 221-accept-one-running.

      * Decodes a mask into its members, and if their capacity
      * covers the load, loads each at the common share and sums
      * the kW.
       230-try-one-combination.
           move combo-mask to mask-work
           perform 231-decode-one-bit
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count
           move zero to combo-capacity
           perform 232-add-one-capacity
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count
           if combo-capacity NOT LESS THAN load-tons
              compute load-fraction rounded =
                      load-tons / combo-capacity
              move zero to combo-kw
              perform 233-add-one-kw
                      varying chiller-idx from 1 by 1
                      until chiller-idx > chiller-count
              add 1 to combo-count
              move combo-kw to cb-kw(combo-count)
              move combo-mask to cb-mask(combo-count)
              move combo-capacity to cb-capacity(combo-count)
           end-if.

       231-decode-one-bit.
           divide mask-work by 2 giving mask-work
                  remainder combo-member(chiller-idx).

       232-add-one-capacity.
           if combo-member(chiller-idx) EQUAL TO 1
              add ch-capacity(chiller-idx) to combo-capacity
           end-if.

       233-add-one-kw.
           if combo-member(chiller-idx) EQUAL TO 1
              compute chiller-tons rounded =
                      ch-capacity(chiller-idx) * load-fraction
              perform 170-kwton-at-fraction
              compute combo-kw rounded =
                      combo-kw + chiller-tons * lookup-kwton
           end-if.

       240-sort-pass.
           move "N" to swap-flag
           perform 241-compare-one-pair
                   varying combo-idx from 1 by 1
                   until combo-idx NOT LESS THAN combo-count.

       241-compare-one-pair.
           compute combo-jdx = combo-idx + 1
           if cb-kw(combo-idx) > cb-kw(combo-jdx)
              move combo-entry(combo-idx) to combo-swap
              move combo-entry(combo-jdx) to combo-entry(combo-idx)
              move combo-swap to combo-entry(combo-jdx)
              move "Y" to swap-flag
           end-if.

       250-report-lineups.
           display spaces
           display "Print the advice to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "CHILLER SEQUENCING ADVICE" to report-title
              move "CHSEQPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move load-tons to tons-out
           move use-rate to rate-out
           move price-hour to rank-out
           move spaces to out-line
           string "PLANT " plant-in "  LOAD " tons-out " TONS  HOUR "
                  rank-out ":00  " rate-period " $" rate-out "/KWH"
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           perform 290-emit-line
           move spaces to out-line
           move "RANK"       to out-line(1:4)
           move "TOTAL KW"   to out-line(7:8)
           move "$/HOUR"     to out-line(20:6)
           move "CAPACITY"   to out-line(29:8)
           move "LINEUP"     to out-line(39:6)
           perform 290-emit-line
           perform 260-print-one-combo
                   varying combo-idx from 1 by 1
                   until combo-idx > combo-count or
                         combo-idx > show-limit
           move combo-count to count-out
           move spaces to out-line
           string count-out " lineups carry the load."
                  delimited by size into out-line
           perform 290-emit-line

           perform 270-cost-current-lineup thru 270-cost-exit

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Advice written to CHSEQPRINT."
           end-if

           move "CHLRSEQ" to audit-trail-pgm
           move spaces to rr-tag-ws
           string "CHWSEQ-" plant-in
                  delimited by size into rr-tag-ws
           move cb-kw(1) to kw-out
           move spaces to rr-inputs-ws
           string "LOAD=" tons-out " HR=" rank-out " CHLRS="
                  chiller-count
                  delimited by size into rr-inputs-ws
           move spaces to rr-result-ws
           if current-carries-load
              move difference-kw to cap-out
              string "BESTKW=" kw-out " XSKW=" cap-out
                     delimited by size into rr-result-ws
           else
              string "BESTKW=" kw-out
                     delimited by size into rr-result-ws
           end-if
           perform 168-write-results-repo.
       250-report-exit.
           exit.

       260-print-one-combo.
           move combo-idx to rank-out
           move cb-kw(combo-idx) to kw-out
           compute difference-dollars rounded =
                   cb-kw(combo-idx) * use-rate
           move difference-dollars to dollars-out
           move cb-capacity(combo-idx) to cap-out
           move cb-mask(combo-idx) to combo-mask
           perform 280-lineup-text
           move spaces to out-line
           string " " rank-out "  " kw-out " " dollars-out " "
                  cap-out "  " lineup-text
                  delimited by size into out-line
           perform 290-emit-line.

       270-cost-current-lineup.
           move "N" to current-feasible
           move zero to difference-kw
           if current-mask EQUAL TO zero
              go to 270-cost-exit
           end-if
           move spaces to out-line
           perform 290-emit-line
           move current-mask to combo-mask
           perform 280-lineup-text
           move zero to current-kw
           perform 271-find-current-combo
                   varying combo-idx from 1 by 1
                   until combo-idx > combo-count
           move spaces to out-line
           if NOT current-carries-load
              string "CURRENT LINEUP " lineup-text
                     delimited by size into out-line
              perform 290-emit-line
              move "  cannot carry this load -- start another chiller."
                   to out-line
              perform 290-emit-line
              go to 270-cost-exit
           end-if

           move current-kw to kw-out
           compute difference-dollars rounded = current-kw * use-rate
           move difference-dollars to dollars-out
           string "CURRENT LINEUP " lineup-text
                  delimited by size into out-line
           perform 290-emit-line
           move spaces to out-line
           string "  " kw-out " KW  " dollars-out " AN HOUR"
                  delimited by size into out-line
           perform 290-emit-line

           compute difference-kw = current-kw - cb-kw(1)
           move difference-kw to kw-out
           compute difference-dollars rounded =
                   difference-kw * use-rate
           move difference-dollars to dollars-out
           move spaces to out-line
           if difference-kw > zero
              string "  Best lineup saves " kw-out " KW, "
                     dollars-out " an hour"
                     delimited by size into out-line
              perform 290-emit-line
              compute difference-dollars rounded =
                      difference-dollars * 24
              move difference-dollars to day-dollars-out
              move spaces to out-line
              string "  -- " day-dollars-out
                     " a day held at this load and rate."
                     delimited by size into out-line
           else
              move "  The current lineup is the best one."
                   to out-line
           end-if
           perform 290-emit-line.
       270-cost-exit.
           exit.

       271-find-current-combo.
           if cb-mask(combo-idx) EQUAL TO current-mask
              move "Y" to current-feasible
              move cb-kw(combo-idx) to current-kw
           end-if.

       280-lineup-text.
           move combo-mask to mask-work
           perform 231-decode-one-bit
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count
           move spaces to lineup-text
           move 1 to lineup-ptr
           perform 281-add-one-name
                   varying chiller-idx from 1 by 1
                   until chiller-idx > chiller-count.

       281-add-one-name.
           if combo-member(chiller-idx) EQUAL TO 1
              string function trim(ch-tag(chiller-idx)) " "
                     delimited by size into lineup-text
                     with pointer lineup-ptr
           end-if.

       290-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
