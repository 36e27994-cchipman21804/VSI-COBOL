      *****************************************************************
      * STATION CONTACT LOGBOOK                                       *
      *                                                               *
      * The club logged its contacts on paper and then argued over    *
      * which antenna works best on which band.  This program logs    *
      * each contact to the HAMLOG file -- UTC date and time, call    *
      * sign, frequency, mode, signal reports sent and received,      *
      * power, the worked station's grid square, and the HAFDESIGN    *
      * antenna in use (keyed by design date and frequency, the       *
      * HAFFIELD convention).  The frequency must fall inside an      *
      * allocation in the HAFBAND band plan, and the band's name is   *
      * kept on the contact.                                          *
      *                                                               *
      * The statistics report groups the log by antenna and band:     *
      * contact count, average received report (S-units for RS/RST    *
      * reports, dB for the digital modes' signed reports), the       *
      * furthest contact by great-circle distance from the station's  *
      * grid square, and the rarest contact -- the one whose call     *
      * prefix appears least often in the whole log.  The export      *
      * writes the log in the ADIF log-interchange layout to the      *
      * HAMADIF file for upload for award confirmation.  The          *
      * station's own call sign and grid are kept on the one-line     *
      * HAMSTN file.                                                  *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   hamlog.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select contact-log-file assign to "HAMLOG"
                  organization is line sequential
                  file status is contact-log-status.

           select station-file assign to "HAMSTN"
                  organization is line sequential
                  file status is station-status.

           select design-log-file assign to "HAFDESIGN"
                  organization is line sequential
                  file status is design-log-status.

           select band-plan-file assign to "HAFBAND"
                  organization is line sequential
                  file status is band-plan-status.

           select adif-file assign to "HAMADIF"
                  organization is line sequential
                  file status is adif-status.

           select report-file assign to "HAMPRINT"
                  organization is line sequential
                  file status is report-status.

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
      * One line per contact.  The antenna is the HAFDESIGN line
      * it was cut from (design date and the nine frequency digits
      * off that line); the band is the HAFBAND allocation the
      * frequency fell in when it was logged.
       fd  contact-log-file
           record contains 120 characters.
       01 contact-log-record.
           05 hl-date            pic x(8).
           05 hl-time            pic x(4).
           05 hl-call            pic x(12).
           05 hl-freq-in         pic x(10).
           05 hl-mode            pic x(6).
           05 hl-rst-sent        pic x(3).
           05 hl-rst-rcvd        pic x(3).
           05 hl-power-in        pic x(6).
           05 hl-ant-date        pic x(8).
           05 hl-ant-freq        pic x(9).
           05 hl-band            pic x(12).
           05 hl-grid            pic x(6).
           05 hl-oper            pic x(8).
           05 hl-comment         pic x(20).
           05 filler             pic x(5).

      * The station's own call sign and Maidenhead grid square.
       fd  station-file
           record contains 40 characters.
       01 station-record.
           05 st-call            pic x(12).
           05 st-grid            pic x(6).
           05 filler             pic x(22).

       fd  design-log-file
           record contains 80 characters.
       01 design-log-record      pic x(80).

      * One line per amateur allocation -- the HAFWVANT layout.
       fd  band-plan-file
           record contains 40 characters.
       01 band-plan-record.
           05 hb-name            pic x(12).
           05 hb-lo-in           pic x(8).
           05 hb-hi-in           pic x(8).
           05 hb-note            pic x(10).
           05 filler             pic x(2).

       fd  adif-file
           record contains 250 characters.
       01 adif-record            pic x(250).

       fd  report-file
           record contains 100 characters.
       01 report-record          pic x(100).

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

      * Design-log fields -- the positional overlay HAFFIELD and
      * HAFBROWS use on HAFWVANT's saved lines.
       01 design-log-status     pic xx.
       01 design-eof-flag       pic x value "N".
           88 design-eof               value "Y".
       01 design-line           pic x(80).
       01 design-line-parsed redefines design-line.
           05 dl-date           pic x(8).
           05 filler            pic x(9).
           05 dl-type           pic x(10).
           05 filler            pic x(7).
           05 dl-freq-digits.
               10 dl-freq-int   pic 9(3).
               10 dl-freq-frac  pic 9(6).
           05 filler            pic x(13).
           05 dl-length         pic x(10).
           05 filler            pic x(14).
       01 design-count          pic 9(3) value zero.
       01 max-designs           pic 9(3) value 100.
       01 design-idx            pic 9(3).
       01 design-pick           pic 9(3) value zero.
           88 design-not-found         value zero.
       01 design-table.
           05 design-entry occurs 100 times.
               10 dt-date        pic x(8).
               10 dt-type        pic x(10).
               10 dt-freq-digits pic x(9).
               10 dt-freq        pic 999v9(6) USAGE COMP.
       01 freq-frac-work        pic 9v9(6) USAGE COMP.

      * The HAFBAND band plan -- HAFWVANT's table.
       01 band-plan-status      pic xx.
       01 band-eof-flag         pic x value "N".
           88 band-eof                 value "Y".
       01 band-count            pic 99 value zero.
       01 band-idx              pic 99.
       01 band-pick             pic 99 value zero.
           88 no-band-matched          value zero.
       01 band-plan-table.
           05 band-entry occurs 20 times.
               10 bp-name        pic x(12).
               10 bp-lo          pic 999v9(6).
               10 bp-hi          pic 999v9(6).
               10 bp-note        pic x(10).

      * The modes logged, with the ADIF MODE and SUBMODE each one
      * exports as.
       01 mode-list.
           05 filler pic x(18) value "CW    CW          ".
           05 filler pic x(18) value "SSB   SSB         ".
           05 filler pic x(18) value "USB   SSB   USB   ".
           05 filler pic x(18) value "LSB   SSB   LSB   ".
           05 filler pic x(18) value "AM    AM          ".
           05 filler pic x(18) value "FM    FM          ".
           05 filler pic x(18) value "RTTY  RTTY        ".
           05 filler pic x(18) value "PSK31 PSK   PSK31 ".
           05 filler pic x(18) value "FT8   FT8         ".
           05 filler pic x(18) value "FT4   MFSK  FT4   ".
           05 filler pic x(18) value "JT65  JT65        ".
           05 filler pic x(18) value "SSTV  SSTV        ".
       01 mode-table redefines mode-list.
           05 mode-entry occurs 12 times.
               10 md-code        pic x(6).
               10 md-adif-mode   pic x(6).
               10 md-adif-sub    pic x(6).
       01 mode-count            pic 99 value 12.
       01 mode-idx              pic 99.
       01 mode-pick             pic 99 value zero.
           88 mode-not-found           value zero.

      * ADIF band names by frequency range (MHz).
       01 adif-band-list.
           05 filler pic x(19) value "160m  001800 002000".
           05 filler pic x(19) value "80m   003500 004000".
           05 filler pic x(19) value "60m   005060 005450".
           05 filler pic x(19) value "40m   007000 007300".
           05 filler pic x(19) value "30m   010100 010150".
           05 filler pic x(19) value "20m   014000 014350".
           05 filler pic x(19) value "17m   018068 018168".
           05 filler pic x(19) value "15m   021000 021450".
           05 filler pic x(19) value "12m   024890 024990".
           05 filler pic x(19) value "10m   028000 029700".
           05 filler pic x(19) value "6m    050000 054000".
           05 filler pic x(19) value "2m    144000 148000".
           05 filler pic x(19) value "1.25m 222000 225000".
           05 filler pic x(19) value "70cm  420000 450000".
       01 adif-band-table redefines adif-band-list.
           05 adif-band-entry occurs 14 times.
               10 ab-name        pic x(6).
               10 ab-lo          pic 999v999.
               10 filler         pic x.
               10 ab-hi          pic 999v999.
       01 adif-band-count       pic 99 value 14.
       01 adif-band-idx         pic 99.
       01 adif-band-pick        pic 99 value zero.
           88 adif-band-not-found      value zero.

      * The station record.
       01 station-status        pic xx.
       01 station-call          pic x(12) value spaces.
       01 station-grid          pic x(6) value spaces.

      * Contact entry -- each answer defaults to the last contact's.
       01 contact-log-status    pic xx.
       01 contact-eof-flag      pic x value "N".
           88 contact-eof              value "Y".
       01 contact-done-flag     pic x value "N".
           88 contacts-done            value "Y".
       01 contacts-logged       pic 9(4) value zero.
       01 last-freq-in          pic x(10) value spaces.
       01 last-mode             pic x(6) value spaces.
       01 last-power-in         pic x(6) value spaces.
       01 last-ant-date         pic x(8) value spaces.
       01 last-ant-freq         pic x(9) value spaces.
       01 call-in               pic x(12).
       01 date-in               pic x(8).
       01 time-in               pic x(4).
       01 time-check redefines time-in.
           05 time-hh           pic 99.
           05 time-mm           pic 99.
       01 freq-in               pic x(10).
       01 check-frequency       pic 999v9(6).
       01 mode-in               pic x(6).
       01 rst-sent-in           pic x(3).
       01 rst-rcvd-in           pic x(3).
       01 rst-work              pic x(3).
       01 rst-ok-flag           pic x.
           88 rst-ok                   value "Y".
       01 power-in              pic x(6).
       01 power-value           pic s9(9)v99 USAGE COMP.
       01 grid-in               pic x(6).
       01 comment-in            pic x(20).
       01 pick-in               pic x(4).
       01 pick-num              pic 9(3).

      * UTC now, worked back from the local clock and its offset.
       01 clock-stamp.
           05 clock-date        pic 9(8).
           05 clock-hh          pic 99.
           05 clock-mm          pic 99.
           05 filler            pic x(4).
           05 clock-sign        pic x.
           05 clock-off-hh      pic 99.
           05 clock-off-mm      pic 99.
       01 utc-minutes           pic s9(5) USAGE COMP.
       01 utc-day-number        pic 9(8).
       01 utc-date              pic 9(8).
       01 utc-time.
           05 utc-hh            pic 99.
           05 utc-mm            pic 99.

      * Call-prefix and grid-square working fields.
       01 call-work             pic x(12).
       01 call-part             pic x(12).
       01 call-part2            pic x(12).
       01 prefix-work           pic x(8).
       01 char-idx              pic 99.
       01 last-digit-pos        pic 99.
       01 grid-work             pic x(6).
       01 grid-valid-flag       pic x.
           88 grid-valid               value "Y".
       01 grid-lat              pic s999v9(6) USAGE COMP.
       01 grid-lon              pic s999v9(6) USAGE COMP.
       01 home-lat              pic s999v9(6) USAGE COMP.
       01 home-lon              pic s999v9(6) USAGE COMP.
       01 home-valid-flag       pic x value "N".
           88 home-valid               value "Y".
       01 deg-to-rad            pic 9v9(9) USAGE COMP.
       01 cos-angle             pic s9v9(9) USAGE COMP.
       01 sin-product           pic s9v9(9) USAGE COMP.
       01 cos-product           pic s9v9(9) USAGE COMP.
       01 grid-digit            pic 9.
       01 distance-mi           pic 9(5) USAGE COMP.

      * The whole log's call prefixes and how often each is worked.
       01 prefix-count          pic 9(4) value zero.
       01 max-prefixes          pic 9(4) value 1000.
       01 prefix-idx            pic 9(4).
       01 prefix-pick           pic 9(4) value zero.
           88 prefix-not-found         value zero.
       01 prefix-table.
           05 prefix-entry occurs 1000 times.
               10 px-prefix      pic x(8).
               10 px-count       pic 9(5) USAGE COMP.

      * One statistics line per antenna and band.
       01 group-count           pic 9(3) value zero.
       01 max-groups            pic 9(3) value 200.
       01 group-idx             pic 9(3).
       01 group-jdx             pic 9(3).
       01 group-pick            pic 9(3) value zero.
           88 group-not-found          value zero.
       01 group-table.
           05 group-entry occurs 200 times.
               10 gr-key.
                   15 gr-ant-date   pic x(8).
                   15 gr-ant-freq   pic x(9).
                   15 gr-band       pic x(12).
               10 gr-contacts    pic 9(5).
               10 gr-s-total     pic 9(7).
               10 gr-s-count     pic 9(5).
               10 gr-db-total    pic s9(7).
               10 gr-db-count    pic 9(5).
               10 gr-far-miles   pic 9(5).
               10 gr-far-call    pic x(12).
               10 gr-rare-count  pic 9(5).
               10 gr-rare-call   pic x(12).
               10 gr-rare-prefix pic x(8).
       01 group-swap            pic x(100).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 last-ant-key          pic x(17).
       01 total-contacts        pic 9(5).
       01 dropped-contacts      pic 9(5).
       01 db-value              pic s9(3).

      * ADIF export fields.
       01 adif-status           pic xx.
       01 adif-line             pic x(250).
       01 adif-ptr              pic 999.
       01 adif-name             pic x(16).
       01 adif-value            pic x(20).
       01 adif-length           pic 99.
       01 adif-length-out       pic z9.
       01 since-in              pic x(8).
       01 exported-count        pic 9(5).

      * Menu fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

      * Displayed-fields.
       01 freq-out              pic zz9.9(6) usage display.
       01 count-out             pic zzzz9.
       01 avg-s-out             pic z9.9.
       01 avg-db-out            pic ---9.
       01 miles-out             pic zz,zz9.
       01 rare-out              pic zzzz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** STATION CONTACT LOGBOOK BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out
           compute deg-to-rad = function pi / 180

           perform 105-load-band-plan
           perform 106-load-station thru 106-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** STATION CONTACT LOGBOOK ENDS *****"
           display spaces

           move "HAMLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           move contacts-logged to count-out
           string "Contact logbook session," count-out
                  " contacts logged."
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

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * Loads the HAFBAND band plan -- a missing file leaves the
      * table empty and the band check off, as in HAFWVANT.
       105-load-band-plan.
           move zero to band-count
           open input band-plan-file
           if band-plan-status EQUAL TO "00"
              move "N" to band-eof-flag
              perform 105a-read-band-record
              perform 105b-store-band-record until band-eof
              close band-plan-file
           end-if.

       105a-read-band-record.
           read band-plan-file
              at end move "Y" to band-eof-flag
           end-read.

       105b-store-band-record.
           if band-count < 20
              add 1 to band-count
              move band-count to band-idx
              move hb-name to bp-name(band-idx)
              move function lower-case(hb-lo-in) to hb-lo-in
              move function lower-case(hb-hi-in) to hb-hi-in
              compute bp-lo(band-idx) = function numval(hb-lo-in)
              compute bp-hi(band-idx) = function numval(hb-hi-in)
              move hb-note to bp-note(band-idx)
           end-if
           perform 105a-read-band-record.

       106-load-station.
           move spaces to station-call station-grid
           move "N" to home-valid-flag
           open input station-file
           if station-status NOT EQUAL TO "00"
              go to 106-load-exit
           end-if
           read station-file
              at end move spaces to station-record
           end-read
           close station-file
           move function upper-case(st-call) to station-call
           move function upper-case(st-grid) to station-grid
           move station-grid to grid-work
           perform 145-grid-to-position thru 145-grid-exit
           if grid-valid
              move grid-lat to home-lat
              move grid-lon to home-lon
              move "Y" to home-valid-flag
           end-if.
       106-load-exit.
           exit.

      * The saved antenna designs, numbered for the pick.
       110-load-design-log.
           move zero to design-count
           open input design-log-file
           if design-log-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to design-eof-flag
           perform 111-read-design-record
           perform 112-store-design-record until design-eof
           close design-log-file.
       110-load-exit.
           exit.

       111-read-design-record.
           read design-log-file into design-line
              at end move "Y" to design-eof-flag
           end-read.

       112-store-design-record.
           if dl-date NOT EQUAL TO spaces and
              dl-freq-digits NUMERIC and
              design-count < max-designs
              add 1 to design-count
              move design-count to design-idx
              move dl-date to dt-date(design-idx)
              move dl-type to dt-type(design-idx)
              move dl-freq-digits to dt-freq-digits(design-idx)
              move dl-freq-int to dt-freq(design-idx)
              divide dl-freq-frac by 1000000
                     giving freq-frac-work
              add freq-frac-work to dt-freq(design-idx)
           end-if
           perform 111-read-design-record.

       113-find-design.
           move zero to design-pick
           perform 114-test-one-design
                   varying design-idx from 1 by 1
                   until design-idx > design-count.

       114-test-one-design.
           if dt-date(design-idx) EQUAL TO last-ant-date and
              dt-freq-digits(design-idx) EQUAL TO last-ant-freq
              move design-idx to design-pick
           end-if.

      * UTC now: the local clock less its offset from Greenwich,
      * carried into the day before or after where it crosses
      * midnight.
       115-set-utc-now.
           move function current-date to clock-stamp
           compute utc-minutes = clock-hh * 60 + clock-mm
           if clock-off-hh NUMERIC and clock-off-mm NUMERIC
              if clock-sign EQUAL TO "-"
                 compute utc-minutes = utc-minutes +
                         clock-off-hh * 60 + clock-off-mm
              else
                 compute utc-minutes = utc-minutes -
                         clock-off-hh * 60 - clock-off-mm
              end-if
           end-if
           compute utc-day-number = function integer-of-date(clock-date)
           evaluate true
              when utc-minutes < zero
                 add 1440 to utc-minutes
                 subtract 1 from utc-day-number
              when utc-minutes NOT LESS THAN 1440
                 subtract 1440 from utc-minutes
                 add 1 to utc-day-number
              when other
                 continue
           end-evaluate
           compute utc-date = function date-of-integer(utc-day-number)
           divide utc-minutes by 60 giving utc-hh remainder utc-mm.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Log contacts"
           display " 2 --- Antenna and band statistics"
           display " 3 --- Export the log (ADIF)"
           display " 4 --- Station call sign and grid square"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-log-contacts thru 200-log-exit
              when "2" perform 300-statistics thru 300-stats-exit
              when "3" perform 400-adif-export thru 400-export-exit
              when "4" perform 250-station-setup thru
                             250-station-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

      * CHECK-FREQUENCY against every allocation in the band plan.
       130-check-band-plan.
           move zero to band-pick
           perform 131-test-one-band
                   varying band-idx from 1 by 1
                   until band-idx > band-count.

       131-test-one-band.
           if check-frequency NOT LESS THAN bp-lo(band-idx) and
              check-frequency NOT GREATER THAN bp-hi(band-idx)
              move band-idx to band-pick
           end-if.

       135-find-mode.
           move zero to mode-pick
           perform 136-test-one-mode
                   varying mode-idx from 1 by 1
                   until mode-idx > mode-count.

       136-test-one-mode.
           if md-code(mode-idx) EQUAL TO mode-in
              move mode-idx to mode-pick
           end-if.

      * The call prefix: of a call with a portable designator
      * ("KH6/W1AW"), the short part carrying a digit; then the
      * letters and digits up to the last digit ("VP8LP" = VP8).
       140-call-prefix.
           move spaces to call-part call-part2 prefix-work
           unstring call-work delimited by "/"
                    into call-part call-part2
           if call-part2 NOT EQUAL TO spaces and
              call-part(5:1) EQUAL TO space
              move zero to last-digit-pos
              perform 141-find-last-digit
                      varying char-idx from 1 by 1
                      until char-idx > 4
              if last-digit-pos EQUAL TO zero
                 move call-part2 to call-part
              end-if
           end-if
           move zero to last-digit-pos
           perform 141-find-last-digit
                   varying char-idx from 1 by 1
                   until char-idx > 8
           if last-digit-pos EQUAL TO zero
              move call-part(1:8) to prefix-work
           else
              move call-part(1:last-digit-pos) to prefix-work
           end-if.

       141-find-last-digit.
           if call-part(char-idx:1) IS NUMERIC
              move char-idx to last-digit-pos
           end-if.

      * A Maidenhead locator -- two field letters A-R, two square
      * digits, and optionally two subsquare letters A-X -- to the
      * latitude and longitude of its centre.
       145-grid-to-position.
           move "N" to grid-valid-flag
           move function upper-case(grid-work) to grid-work
           if grid-work(1:1) < "A" or grid-work(1:1) > "R" or
              grid-work(2:1) < "A" or grid-work(2:1) > "R" or
              grid-work(3:2) NOT NUMERIC
              go to 145-grid-exit
           end-if
           compute grid-lon =
                   (function ord(grid-work(1:1)) - function ord("A"))
                   * 20 - 180
           compute grid-lat =
                   (function ord(grid-work(2:1)) - function ord("A"))
                   * 10 - 90
           move grid-work(3:1) to grid-digit
           compute grid-lon = grid-lon + grid-digit * 2
           move grid-work(4:1) to grid-digit
           add grid-digit to grid-lat
           if grid-work(5:2) EQUAL TO spaces
              add 1 to grid-lon
              add 0.5 to grid-lat
           else
              if grid-work(5:1) < "A" or grid-work(5:1) > "X" or
                 grid-work(6:1) < "A" or grid-work(6:1) > "X"
                 go to 145-grid-exit
              end-if
              compute grid-lon = grid-lon +
                      (function ord(grid-work(5:1)) -
                       function ord("A")) * 2 / 24 + 1 / 24
              compute grid-lat = grid-lat +
                      (function ord(grid-work(6:1)) -
                       function ord("A")) / 24 + 1 / 48
           end-if
           move "Y" to grid-valid-flag.
       145-grid-exit.
           exit.

      * Great-circle miles from the station's grid to GRID-LAT/LON.
       146-distance-from-home.
           compute sin-product =
                   function sin(home-lat * deg-to-rad) *
                   function sin(grid-lat * deg-to-rad)
           compute cos-product =
                   function cos(home-lat * deg-to-rad) *
                   function cos(grid-lat * deg-to-rad)
           compute cos-angle = sin-product + cos-product *
                   function cos((grid-lon - home-lon) * deg-to-rad)
           if cos-angle > 1
              move 1 to cos-angle
           end-if
           if cos-angle < -1
              move -1 to cos-angle
           end-if
           compute distance-mi rounded =
                   function acos(cos-angle) * 3958.8.

       150-find-adif-band.
           move zero to adif-band-pick
           perform 151-test-one-adif-band
                   varying adif-band-idx from 1 by 1
                   until adif-band-idx > adif-band-count.

       151-test-one-adif-band.
           if check-frequency NOT LESS THAN ab-lo(adif-band-idx) and
              check-frequency NOT GREATER THAN ab-hi(adif-band-idx)
              move adif-band-idx to adif-band-pick
           end-if.

      * A signal report: RS or RST digits (readability 1-5, strength
      * 1-9, tone 1-9), or a digital mode's signed dB report.
       160-check-report.
           move "Y" to rst-ok-flag
           if rst-work EQUAL TO spaces
              go to 160-check-exit
           end-if
           if rst-work(1:1) EQUAL TO "-" or rst-work(1:1) EQUAL TO "+"
              if rst-work(2:1) NOT NUMERIC or
                 (rst-work(3:1) NOT NUMERIC and
                  rst-work(3:1) NOT EQUAL TO space)
                 move "N" to rst-ok-flag
              end-if
              go to 160-check-exit
           end-if
           if rst-work(1:2) NOT NUMERIC or
              rst-work(1:1) < "1" or rst-work(1:1) > "5" or
              rst-work(2:1) < "1"
              move "N" to rst-ok-flag
              go to 160-check-exit
           end-if
           if rst-work(3:1) NOT EQUAL TO space and
              (rst-work(3:1) NOT NUMERIC or rst-work(3:1) < "1")
              move "N" to rst-ok-flag
           end-if.
       160-check-exit.
           exit.

      * A session at the radio: the log is opened once for extend
      * and contacts go in until a blank call sign.  Frequency,
      * mode, power, and antenna default to the contact before.
       200-log-contacts.
           perform 110-load-design-log thru 110-load-exit
           if design-count EQUAL TO zero
              display "No HAFDESIGN antenna designs on file yet."
              go to 200-log-exit
           end-if
           perform 210-find-last-contact thru 210-find-exit

           open extend contact-log-file
           if contact-log-status EQUAL TO "05" OR
              contact-log-status EQUAL TO "35"
              open output contact-log-file
           end-if
           if contact-log-status NOT EQUAL TO "00"
              display "Unable to open the HAMLOG contact log."
              go to 200-log-exit
           end-if

           display spaces
           display "Antennas on file:"
           perform 230-list-one-design
                   varying design-idx from 1 by 1
                   until design-idx > design-count
           move "N" to contact-done-flag
           perform 220-log-one-contact thru 220-log-exit
                   until contacts-done
           close contact-log-file.
       200-log-exit.
           exit.

       210-find-last-contact.
           open input contact-log-file
           if contact-log-status NOT EQUAL TO "00"
              go to 210-find-exit
           end-if
           move "N" to contact-eof-flag
           perform 211-read-contact-record
           perform 212-keep-last-contact until contact-eof
           close contact-log-file.
       210-find-exit.
           exit.

       211-read-contact-record.
           read contact-log-file
              at end move "Y" to contact-eof-flag
           end-read.

       212-keep-last-contact.
           move hl-freq-in  to last-freq-in
           move hl-mode     to last-mode
           move hl-power-in to last-power-in
           move hl-ant-date to last-ant-date
           move hl-ant-freq to last-ant-freq
           perform 211-read-contact-record.

       220-log-one-contact.
           display spaces
           display "Call sign worked (blank to finish): "
                   with no advancing
           accept call-in
           move function upper-case(call-in) to call-in
           if call-in EQUAL TO spaces
              move "Y" to contact-done-flag
              go to 220-log-exit
           end-if

           perform 115-set-utc-now
           display "UTC date (YYYYMMDD, blank for " utc-date "): "
                   with no advancing
           accept date-in
           if date-in EQUAL TO spaces
              move utc-date to date-in
           end-if
           if date-in NOT NUMERIC or date-in > utc-date
              display "The date must be YYYYMMDD, not in the future"
                      " -- not logged."
              go to 220-log-exit
           end-if
           display "UTC time (HHMM, blank for " utc-time "): "
                   with no advancing
           accept time-in
           if time-in EQUAL TO spaces
              move utc-time to time-in
           end-if
           if time-in NOT NUMERIC or time-hh > 23 or time-mm > 59
              display "The time must be HHMM -- not logged."
              go to 220-log-exit
           end-if

           if last-freq-in NOT EQUAL TO spaces
              display "Frequency MHz (blank for "
                      function trim(last-freq-in) "): "
                      with no advancing
           else
              display "Frequency MHz: " with no advancing
           end-if
           accept freq-in
           if freq-in EQUAL TO spaces
              move last-freq-in to freq-in
           end-if
           move function lower-case(freq-in) to freq-in
           if function test-numval(freq-in) NOT EQUAL TO zero
              display "The frequency must be numeric -- not logged."
              go to 220-log-exit
           end-if
           compute check-frequency = function numval(freq-in)
           move zero to band-pick
           if band-count > zero
              perform 130-check-band-plan
              if no-band-matched
                 move check-frequency to freq-out
                 display freq-out " MHz is outside every amateur"
                         " allocation in HAFBAND -- not logged."
                 go to 220-log-exit
              end-if
           end-if

           if last-mode NOT EQUAL TO spaces
              display "Mode (blank for " function trim(last-mode)
                      "): " with no advancing
           else
              display "Mode (CW SSB USB LSB AM FM RTTY PSK31 FT8 FT4"
                      " JT65 SSTV): " with no advancing
           end-if
           accept mode-in
           move function upper-case(mode-in) to mode-in
           if mode-in EQUAL TO spaces
              move last-mode to mode-in
           end-if
           perform 135-find-mode
           if mode-not-found
              display "Unknown mode -- not logged."
              go to 220-log-exit
           end-if

           display "Report sent (e.g. 59, 599, -10): "
                   with no advancing
           accept rst-sent-in
           move rst-sent-in to rst-work
           perform 160-check-report thru 160-check-exit
           if NOT rst-ok
              display "Not a signal report -- not logged."
              go to 220-log-exit
           end-if
           display "Report received: " with no advancing
           accept rst-rcvd-in
           move rst-rcvd-in to rst-work
           perform 160-check-report thru 160-check-exit
           if NOT rst-ok
              display "Not a signal report -- not logged."
              go to 220-log-exit
           end-if

           if last-power-in NOT EQUAL TO spaces
              display "Power, watts (blank for "
                      function trim(last-power-in) "): "
                      with no advancing
           else
              display "Power, watts: " with no advancing
           end-if
           accept power-in
           if power-in EQUAL TO spaces
              move last-power-in to power-in
           end-if
           move function lower-case(power-in) to power-in
           if function test-numval(power-in) NOT EQUAL TO zero
              display "The power must be numeric -- not logged."
              go to 220-log-exit
           end-if
           compute power-value = function numval(power-in)
           if power-value NOT GREATER THAN zero or
              power-value > 9999
              display "The power must be more than 0 and at most"
                      " 9999 W -- not logged."
              go to 220-log-exit
           end-if

           display "Their grid square (blank if not given): "
                   with no advancing
           accept grid-in
           move function upper-case(grid-in) to grid-in
           if grid-in NOT EQUAL TO spaces
              move grid-in to grid-work
              perform 145-grid-to-position thru 145-grid-exit
              if NOT grid-valid
                 display "Not a grid square (e.g. FN31 or FN31PR) --"
                         " not logged."
                 go to 220-log-exit
              end-if
           end-if

           perform 113-find-design
           if NOT design-not-found
              display "Antenna (number, blank for " design-pick "): "
                      with no advancing
           else
              display "Antenna (number): " with no advancing
           end-if
           accept pick-in
           if pick-in NOT EQUAL TO spaces
              move function lower-case(pick-in) to pick-in
              if function test-numval(pick-in) NOT EQUAL TO zero
                 display "No such antenna -- not logged."
                 go to 220-log-exit
              end-if
              compute pick-num = function numval(pick-in)
              if pick-num EQUAL TO zero or pick-num > design-count
                 display "No such antenna -- not logged."
                 go to 220-log-exit
              end-if
              move pick-num to design-pick
           end-if
           if design-not-found
              display "An antenna is required -- not logged."
              go to 220-log-exit
           end-if

           display "Comment (blank for none): " with no advancing
           accept comment-in

           move spaces to contact-log-record
           move date-in to hl-date
           move time-in to hl-time
           move call-in to hl-call
           move freq-in to hl-freq-in
           move mode-in to hl-mode
           move rst-sent-in to hl-rst-sent
           move rst-rcvd-in to hl-rst-rcvd
           move power-in to hl-power-in
           move dt-date(design-pick) to hl-ant-date
           move dt-freq-digits(design-pick) to hl-ant-freq
           if band-pick > zero
              move bp-name(band-pick) to hl-band
           end-if
           move grid-in to hl-grid
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to hl-oper
           move comment-in to hl-comment
           write contact-log-record
           add 1 to contacts-logged

           move freq-in to last-freq-in
           move mode-in to last-mode
           move power-in to last-power-in
           move dt-date(design-pick) to last-ant-date
           move dt-freq-digits(design-pick) to last-ant-freq
           display call-in " logged " date-in " " time-in "Z "
                   hl-band "."

           move "HAMLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Contact " call-in " " date-in " " time-in "Z "
                  mode-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       220-log-exit.
           exit.

       230-list-one-design.
           move dt-freq(design-idx) to freq-out
           display "  " design-idx ". " dt-date(design-idx) "  "
                   dt-type(design-idx) "  " freq-out " MHz".

       250-station-setup.
           display spaces
           if station-call NOT EQUAL TO spaces
              display "Station on file: " station-call " grid "
                      station-grid
           end-if
           display "Station call sign (blank to keep): "
                   with no advancing
           accept call-in
           move function upper-case(call-in) to call-in
           if call-in EQUAL TO spaces
              move station-call to call-in
           end-if
           display "Station grid square (blank to keep): "
                   with no advancing
           accept grid-in
           move function upper-case(grid-in) to grid-in
           if grid-in EQUAL TO spaces
              move station-grid to grid-in
           end-if
           move grid-in to grid-work
           perform 145-grid-to-position thru 145-grid-exit
           if call-in EQUAL TO spaces or NOT grid-valid
              display "A call sign and a grid square (e.g. FN31PR)"
                      " are both required."
              go to 250-station-exit
           end-if

           open output station-file
           if station-status NOT EQUAL TO "00"
              display "Unable to open HAMSTN for output."
              go to 250-station-exit
           end-if
           move spaces to station-record
           move call-in to st-call
           move grid-in to st-grid
           write station-record
           close station-file
           perform 106-load-station thru 106-load-exit
           display "Station " station-call " grid " station-grid
                   " saved."
           move "HAMLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Station set to " station-call " grid "
                  station-grid
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       250-station-exit.
           exit.

      * Two passes over the log: the first counts every call
      * prefix, the second builds the antenna-and-band lines, the
      * rarest contact on each being the one whose prefix the whole
      * log has the fewest of.
       300-statistics.
           move zero to prefix-count group-count
           move zero to total-contacts dropped-contacts
           open input contact-log-file
           if contact-log-status NOT EQUAL TO "00"
              display "No HAMLOG contacts on file yet."
              go to 300-stats-exit
           end-if
           move "N" to contact-eof-flag
           perform 211-read-contact-record
           perform 310-count-one-prefix until contact-eof
           close contact-log-file

           open input contact-log-file
           move "N" to contact-eof-flag
           perform 211-read-contact-record
           perform 320-add-one-contact thru 320-add-exit
                   until contact-eof
           close contact-log-file
           if group-count EQUAL TO zero
              display "No HAMLOG contacts on file yet."
              go to 300-stats-exit
           end-if

           move "Y" to swap-flag
           perform 330-sort-pass until NOT swapped
           perform 110-load-design-log thru 110-load-exit

           display spaces
           display "Print the statistics to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "ANTENNA AND BAND STATISTICS" to report-title
              move "HAMPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "CONTACTS BY ANTENNA AND BAND  " todays-date-out
                  "  STATION " station-call " " station-grid
                  delimited by size into out-line
           perform 390-emit-line
           if NOT home-valid
              move "(No station grid on HAMSTN -- distances not shown)"
                   to out-line
              perform 390-emit-line
           end-if
           move spaces to last-ant-key
           perform 340-print-one-group
                   varying group-idx from 1 by 1
                   until group-idx > group-count

           move spaces to out-line
           perform 390-emit-line
           move total-contacts to count-out
           move spaces to out-line
           string "TOTAL CONTACTS " count-out
                  delimited by size into out-line
           perform 390-emit-line
           if dropped-contacts > zero
              move dropped-contacts to count-out
              move spaces to out-line
              string count-out " contacts not grouped -- more than "
                     max-groups " antenna/band lines"
                     delimited by size into out-line
              perform 390-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display "Report written to HAMPRINT."
           end-if.
       300-stats-exit.
           exit.

       310-count-one-prefix.
           move hl-call to call-work
           perform 140-call-prefix
           perform 315-find-prefix
           if prefix-not-found
              if prefix-count < max-prefixes
                 add 1 to prefix-count
                 move prefix-count to prefix-idx
                 move prefix-work to px-prefix(prefix-idx)
                 move 1 to px-count(prefix-idx)
              end-if
           else
              add 1 to px-count(prefix-pick)
           end-if
           perform 211-read-contact-record.

       315-find-prefix.
           move zero to prefix-pick
           perform 316-test-one-prefix
                   varying prefix-idx from 1 by 1
                   until prefix-idx > prefix-count.

       316-test-one-prefix.
           if px-prefix(prefix-idx) EQUAL TO prefix-work
              move prefix-idx to prefix-pick
           end-if.

       320-add-one-contact.
           add 1 to total-contacts
           move zero to group-pick
           perform 321-test-one-group
                   varying group-idx from 1 by 1
                   until group-idx > group-count
           if group-not-found
              if group-count NOT LESS THAN max-groups
                 add 1 to dropped-contacts
                 perform 211-read-contact-record
                 go to 320-add-exit
              end-if
              add 1 to group-count
              move group-count to group-pick
              move hl-ant-date to gr-ant-date(group-pick)
              move hl-ant-freq to gr-ant-freq(group-pick)
              move hl-band to gr-band(group-pick)
              move zero to gr-contacts(group-pick)
                           gr-s-total(group-pick)
                           gr-s-count(group-pick)
                           gr-db-total(group-pick)
                           gr-db-count(group-pick)
                           gr-far-miles(group-pick)
                           gr-rare-count(group-pick)
              move spaces to gr-far-call(group-pick)
                             gr-rare-call(group-pick)
                             gr-rare-prefix(group-pick)
           end-if
           move group-pick to group-idx
           add 1 to gr-contacts(group-idx)

           evaluate true
              when hl-rst-rcvd(1:1) EQUAL TO "-" or
                   hl-rst-rcvd(1:1) EQUAL TO "+"
                 compute db-value = function numval(hl-rst-rcvd)
                 add db-value to gr-db-total(group-idx)
                 add 1 to gr-db-count(group-idx)
              when hl-rst-rcvd(2:1) IS NUMERIC
                 add function numval(hl-rst-rcvd(2:1))
                     to gr-s-total(group-idx)
                 add 1 to gr-s-count(group-idx)
              when other
                 continue
           end-evaluate

           if home-valid and hl-grid NOT EQUAL TO spaces
              move hl-grid to grid-work
              perform 145-grid-to-position thru 145-grid-exit
              if grid-valid
                 perform 146-distance-from-home
                 if distance-mi > gr-far-miles(group-idx)
                    move distance-mi to gr-far-miles(group-idx)
                    move hl-call to gr-far-call(group-idx)
                 end-if
              end-if
           end-if

           move hl-call to call-work
           perform 140-call-prefix
           perform 315-find-prefix
           if NOT prefix-not-found
              if gr-rare-count(group-idx) EQUAL TO zero or
                 px-count(prefix-pick) < gr-rare-count(group-idx)
                 move px-count(prefix-pick)
                      to gr-rare-count(group-idx)
                 move hl-call to gr-rare-call(group-idx)
                 move prefix-work to gr-rare-prefix(group-idx)
              end-if
           end-if
           perform 211-read-contact-record.
       320-add-exit.
           exit.

       321-test-one-group.
           if gr-ant-date(group-idx) EQUAL TO hl-ant-date and
              gr-ant-freq(group-idx) EQUAL TO hl-ant-freq and
              gr-band(group-idx) EQUAL TO hl-band
              move group-idx to group-pick
           end-if.

      * Antenna, then band -- the BENCHRPT bubble sort.
       330-sort-pass.
           move "N" to swap-flag
           perform 331-compare-one-pair
                   varying group-idx from 1 by 1
                   until group-idx NOT LESS THAN group-count.

       331-compare-one-pair.
           compute group-jdx = group-idx + 1
           if gr-key(group-idx) > gr-key(group-jdx)
              move group-entry(group-idx) to group-swap
              move group-entry(group-jdx) to group-entry(group-idx)
              move group-swap to group-entry(group-jdx)
              move "Y" to swap-flag
           end-if.

       340-print-one-group.
           if gr-key(group-idx)(1:17) NOT EQUAL TO last-ant-key
              move gr-key(group-idx)(1:17) to last-ant-key
              move gr-ant-date(group-idx) to last-ant-date
              move gr-ant-freq(group-idx) to last-ant-freq
              perform 113-find-design
              move spaces to out-line
              perform 390-emit-line
              move spaces to out-line
              if design-not-found
                 string "ANTENNA " gr-ant-date(group-idx) " / "
                        gr-ant-freq(group-idx)
                        "  (no longer in HAFDESIGN)"
                        delimited by size into out-line
              else
                 move dt-freq(design-pick) to freq-out
                 string "ANTENNA " dt-date(design-pick) "  "
                        dt-type(design-pick) "  CUT FOR " freq-out
                        " MHz"
                        delimited by size into out-line
              end-if
              perform 390-emit-line
              move "  BAND          QSOS  AVG S  AVG DB  FURTHEST"
                   to out-line
              move "RAREST" to out-line(63:6)
              perform 390-emit-line
           end-if

           move gr-contacts(group-idx) to count-out
           move spaces to out-line
           string "  " gr-band(group-idx) count-out
                  delimited by size into out-line
           if gr-s-count(group-idx) > zero
              compute avg-s-out rounded =
                      gr-s-total(group-idx) / gr-s-count(group-idx)
              move avg-s-out to out-line(23:4)
           end-if
           if gr-db-count(group-idx) > zero
              compute avg-db-out rounded =
                      gr-db-total(group-idx) / gr-db-count(group-idx)
              move avg-db-out to out-line(30:4)
           end-if
           if gr-far-call(group-idx) NOT EQUAL TO spaces
              move gr-far-miles(group-idx) to miles-out
              move gr-far-call(group-idx) to out-line(37:12)
              move miles-out to out-line(49:6)
              move "mi" to out-line(56:2)
           end-if
           move gr-rare-count(group-idx) to rare-out
           move spaces to out-line(63:38)
           string gr-rare-call(group-idx) " ("
                  function trim(gr-rare-prefix(group-idx)) " x"
                  function trim(rare-out) ")"
                  delimited by size into out-line(63:38)
           perform 390-emit-line.

       390-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.

      * The ADIF export: a header naming the program and station,
      * then one <EOR>-terminated record per contact, each field as
      * <NAME:length>value.
       400-adif-export.
           display spaces
           display "Export contacts from date (YYYYMMDD, blank for"
                   " all): " with no advancing
           accept since-in
           if since-in NOT EQUAL TO spaces and since-in NOT NUMERIC
              display "The date must be YYYYMMDD."
              go to 400-export-exit
           end-if
           open input contact-log-file
           if contact-log-status NOT EQUAL TO "00"
              display "No HAMLOG contacts on file yet."
              go to 400-export-exit
           end-if
           open output adif-file
           if adif-status NOT EQUAL TO "00"
              display "Unable to open HAMADIF for output."
              close contact-log-file
              go to 400-export-exit
           end-if

           move spaces to adif-record
           string "HAMLOG contact log export " todays-date
                  delimited by size into adif-record
           write adif-record
           move spaces to adif-line
           move 1 to adif-ptr
           move "ADIF_VER" to adif-name
           move "3.1.4" to adif-value
           perform 410-add-adif-field
           move "PROGRAMID" to adif-name
           move "HAMLOG" to adif-value
           perform 410-add-adif-field
           string "<EOH>" delimited by size
                  into adif-line with pointer adif-ptr
           move adif-line to adif-record
           write adif-record

           move zero to exported-count
           move "N" to contact-eof-flag
           perform 211-read-contact-record
           perform 420-export-one-contact thru 420-export-exit
                   until contact-eof
           close contact-log-file
           close adif-file

           move exported-count to count-out
           display count-out " contacts written to HAMADIF."
           move "HAMLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "ADIF export," count-out " contacts from "
                  since-in
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-export-exit.
           exit.

       410-add-adif-field.
           if adif-value NOT EQUAL TO spaces
              compute adif-length =
                      function length(function trim(adif-value))
              move adif-length to adif-length-out
              string "<" function trim(adif-name) ":"
                     function trim(adif-length-out) ">"
                     function trim(adif-value) " "
                     delimited by size
                     into adif-line with pointer adif-ptr
           end-if.

       420-export-one-contact.
           if since-in NOT EQUAL TO spaces and hl-date < since-in
              perform 211-read-contact-record
              go to 420-export-exit
           end-if
           move spaces to adif-line
           move 1 to adif-ptr
           move "CALL" to adif-name
           move hl-call to adif-value
           perform 410-add-adif-field
           move "QSO_DATE" to adif-name
           move hl-date to adif-value
           perform 410-add-adif-field
           move "TIME_ON" to adif-name
           move hl-time to adif-value
           perform 410-add-adif-field

           move function lower-case(hl-freq-in) to hl-freq-in
           compute check-frequency = function numval(hl-freq-in)
           perform 150-find-adif-band
           if NOT adif-band-not-found
              move "BAND" to adif-name
              move ab-name(adif-band-pick) to adif-value
              perform 410-add-adif-field
           end-if
           move "FREQ" to adif-name
           move hl-freq-in to adif-value
           perform 410-add-adif-field

           move hl-mode to mode-in
           perform 135-find-mode
           if NOT mode-not-found
              move "MODE" to adif-name
              move md-adif-mode(mode-pick) to adif-value
              perform 410-add-adif-field
              move "SUBMODE" to adif-name
              move md-adif-sub(mode-pick) to adif-value
              perform 410-add-adif-field
           end-if
           move "RST_SENT" to adif-name
           move hl-rst-sent to adif-value
           perform 410-add-adif-field
           move "RST_RCVD" to adif-name
           move hl-rst-rcvd to adif-value
           perform 410-add-adif-field
           move "TX_PWR" to adif-name
           move hl-power-in to adif-value
           perform 410-add-adif-field
           move "GRIDSQUARE" to adif-name
           move hl-grid to adif-value
           perform 410-add-adif-field
           move "STATION_CALLSIGN" to adif-name
           move station-call to adif-value
           perform 410-add-adif-field
           move "MY_GRIDSQUARE" to adif-name
           move station-grid to adif-value
           perform 410-add-adif-field
           move "COMMENT" to adif-name
           move hl-comment to adif-value
           perform 410-add-adif-field
           string "<EOR>" delimited by size
                  into adif-line with pointer adif-ptr
           move adif-line to adif-record
           write adif-record
           add 1 to exported-count
           perform 211-read-contact-record.
       420-export-exit.
           exit.
