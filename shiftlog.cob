      *****************************************************************
      * PLANT SHIFT LOGBOOK                                           *
      *                                                               *
      * The shift handover notes went into a bound book in each       *
      * control room, and what the night shift saw about a pump was   *
      * gone by the next week.  This program keeps them in the        *
      * SHIFTLOG file instead: one dated, timed note per entry, by    *
      * plant and shift, optionally tagged to an equipment tag, in    *
      * one of five categories:                                       *
      *                                                               *
      *   ABNL  abnormal reading        TRIP  equipment trip          *
      *   ALRM  alarm                   HAND  handover note           *
      *   GEN   general note                                          *
      *                                                               *
      * Shifts run 1 DAY 0700-1459, 2 EVENING 1500-2259, and          *
      * 3 NIGHT 2300-0659; a night shift belongs to the date it       *
      * started.  A plant's PLANTPROF operating-shift count decides   *
      * which shift came before the current one.  A note logged as    *
      * an open item stays open until someone closes it or            *
      * escalates it into a WORKORDER entry; the handover screen      *
      * shows the previous shift's open items for a plant and takes   *
      * the incoming operator's decision on each.  The history        *
      * inquiry merges a tag's log notes with its work orders and     *
      * MOTORCOND condition readings in date order.                   *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   shiftlog.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * Shift log notes, read whole and written back whole.
           select shift-log-file assign to "SHIFTLOG"
                  organization is line sequential
                  file status is shift-log-status.

           select plant-master-file assign to "PLANTMAST"
                  organization is line sequential
                  file status is plant-status.

      * Plant facility profiles -- the operating-shift count.
           select plant-profile-file assign to "PLANTPROF"
                  organization is line sequential
                  file status is plantprof-status.

      * Work orders -- see WOSEL/WOFD.
           COPY wosel.

      * Motor condition log -- see MCONDSEL/MCONDFD.
           COPY mcondsel.

      * Plant/system/equipment hierarchy -- see HIERSEL/HIERFD/
      * HIERWS/HIERRD.
           COPY hiersel.

      * Equipment and motor warranties -- see WARRSEL/WARRFD/WARRWS/
      * WARRRD.
           COPY warrsel.

           select report-file assign to "SHIFTPRINT"
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
      * One line per note.  SL-STATUS is "O" for an item still open
      * for the next shift, "C" once closed (or logged as
      * information only), and "W" once escalated into the work
      * order in SL-WO-NUMBER.
       fd  shift-log-file
           record contains 140 characters.
       01 shift-log-record.
           05 sl-seq             pic 9(6).
           05 sl-plant           pic x(4).
           05 sl-shift-date      pic x(8).
           05 sl-shift           pic x.
           05 sl-date            pic x(8).
           05 sl-time            pic x(4).
           05 sl-tag             pic x(10).
           05 sl-category        pic x(4).
           05 sl-status          pic x.
           05 sl-wo-number       pic 9(6).
           05 sl-oper            pic x(8).
           05 sl-closed-by       pic x(8).
           05 sl-closed-date     pic x(8).
           05 sl-note            pic x(60).
           05 filler             pic x(4).

       fd  plant-master-file
           record contains 30 characters.
       01 plant-master-record.
           05 pm-code            pic x(4).
           05 pm-name            pic x(24).
           05 filler             pic x(2).

       fd  plant-profile-file
           record contains 40 characters.
       01 plant-profile-record.
           05 pp-plant           pic x(4).
           05 pp-area-in         pic x(9).
           05 pp-type            pic x(8).
           05 pp-shifts          pic x.
           05 pp-year            pic x(4).
           05 filler             pic x(14).

       COPY wofd.

       COPY mcondfd.

       COPY hierfd.

       COPY warrfd.

       fd  report-file
           record contains 100 characters.
       01 report-record         pic x(100).

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

      * The operator's shared preference profile -- see OPERPREF.
       COPY operpref.

      * Asset-hierarchy fields -- see HIERWS.
       COPY hierws.

      * Warranty-lookup fields -- see WARRWS.
       COPY warrws.

      * The five note categories and the work-order priority each
      * one suggests when it is escalated.
       01 category-list.
           05 filler pic x(4)  value "ABNL".
           05 filler pic x(20) value "Abnormal reading".
           05 filler pic x     value "M".
           05 filler pic x(4)  value "ALRM".
           05 filler pic x(20) value "Alarm".
           05 filler pic x     value "H".
           05 filler pic x(4)  value "TRIP".
           05 filler pic x(20) value "Equipment trip".
           05 filler pic x     value "H".
           05 filler pic x(4)  value "HAND".
           05 filler pic x(20) value "Handover note".
           05 filler pic x     value "L".
           05 filler pic x(4)  value "GEN".
           05 filler pic x(20) value "General note".
           05 filler pic x     value "L".
       01 category-table redefines category-list.
           05 category-entry occurs 5 times.
               10 ct-code        pic x(4).
               10 ct-label       pic x(20).
               10 ct-priority    pic x.
       01 category-count        pic 9 value 5.
       01 category-idx          pic 9.
       01 category-pick         pic 9 value zero.
           88 category-not-found       value zero.

      * The three shifts and the clock time each one starts.
       01 shift-list.
           05 filler pic x(8)  value "DAY".
           05 filler pic 9(4)  value 0700.
           05 filler pic x(8)  value "EVENING".
           05 filler pic 9(4)  value 1500.
           05 filler pic x(8)  value "NIGHT".
           05 filler pic 9(4)  value 2300.
       01 shift-table redefines shift-list.
           05 shift-entry occurs 3 times.
               10 sh-name        pic x(8).
               10 sh-start       pic 9(4).
       01 clock-stamp.
           05 filler             pic x(8).
           05 clock-hhmm         pic 9(4).
           05 filler             pic x(9).
       01 now-shift             pic 9.
       01 now-shift-date        pic 9(8).
       01 prev-shift            pic 9.
       01 prev-shift-date       pic 9(8).
       01 shifts-run            pic 9 value 3.
       01 shift-num             pic 9.
       01 day-number            pic 9(8).

      * The SHIFTLOG file, read whole and written back whole.
       01 shift-log-status      pic xx.
       01 log-eof-flag          pic x value "N".
           88 log-eof                  value "Y".
       01 note-count            pic 9(4) value zero.
       01 max-notes             pic 9(4) value 5000.
       01 note-idx              pic 9(4).
       01 note-pick             pic 9(4) value zero.
           88 note-not-found           value zero.
       01 highest-seq           pic 9(6) value zero.
       01 log-full-flag         pic x value "N".
           88 log-full                 value "Y".
       01 log-changed-flag      pic x value "N".
           88 log-changed              value "Y".
       01 note-table.
           05 note-entry occurs 5000 times.
               10 nt-seq         pic 9(6).
               10 nt-plant       pic x(4).
               10 nt-shift-key.
                   15 nt-shift-date pic x(8).
                   15 nt-shift   pic x.
               10 nt-date        pic x(8).
               10 nt-time        pic x(4).
               10 nt-tag         pic x(10).
               10 nt-category    pic x(4).
               10 nt-status      pic x.
                   88 nt-open             value "O".
               10 nt-wo-number   pic 9(6).
               10 nt-oper        pic x(8).
               10 nt-closed-by   pic x(8).
               10 nt-closed-date pic x(8).
               10 nt-note        pic x(60).
       01 prev-shift-key.
           05 psk-date          pic 9(8).
           05 psk-shift         pic 9.

      * Plant master, for validating the plant code.
       01 plant-status          pic xx.
       01 plant-eof-flag        pic x value "N".
           88 plant-eof                value "Y".
       01 plant-master-count    pic 99 value zero.
       01 pmast-idx             pic 99.
       01 plant-found-flag      pic x.
           88 plant-on-file            value "Y".
       01 plant-master-table.
           05 plant-master-entry occurs 20 times.
               10 pmt-code       pic x(4).
       01 plantprof-status      pic xx.
       01 prof-eof-flag         pic x value "N".
           88 prof-eof                 value "Y".

      * Work-order-raising fields -- FUELTRND's numbering.
       01 work-order-status     pic xx.
       01 wo-eof-flag           pic x value "N".
           88 wo-eof                   value "Y".
       01 highest-wo-number     pic 9(6) value zero.
       01 raise-priority        pic x.
       01 raise-reason          pic x(24).
       01 raised-flag           pic x value "N".
           88 order-raised             value "Y".
       01 orders-raised-count   pic 9(3) value zero.

      * Condition-log fields.
       01 motor-cond-status     pic xx.
       01 cond-eof-flag         pic x value "N".
           88 cond-eof                 value "Y".

      * A tag's merged history, sorted by date, time, and source.
       01 history-count         pic 9(3) value zero.
       01 max-history           pic 9(3) value 500.
       01 history-idx           pic 9(3).
       01 history-jdx           pic 9(3).
       01 history-table.
           05 history-entry occurs 500 times.
               10 hx-key.
                   15 hx-date    pic x(8).
                   15 hx-time    pic x(4).
                   15 hx-rank    pic 9.
               10 hx-source      pic x(4).
               10 hx-text        pic x(70).
       01 history-swap          pic x(87).
       01 swap-flag             pic x.
           88 swapped                  value "Y".
       01 hist-date             pic x(8).
       01 hist-time             pic x(4).
       01 hist-rank             pic 9.
       01 hist-source           pic x(4).
       01 hist-text             pic x(70).
       01 history-full-count    pic 9(3) value zero.

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 plant-in              pic x(4).
       01 tag-in                pic x(10).
       01 category-in           pic x(4).
       01 shift-no-in           pic x.
       01 note-in               pic x(60).
       01 open-in               pic x.
       01 decide-in             pic x.
       01 seq-in                pic x(6).
       01 priority-in           pic x.
       01 yes-no-in             pic x.
       01 open-listed-count     pic 9(3).
       01 older-open-count      pic 9(3).
       01 closed-count          pic 9(3).
       01 escalated-count       pic 9(3).
       01 notes-logged-count    pic 9(3) value zero.

      * Displayed-fields.
       01 seq-out               pic 9(6).
       01 count-out             pic zz9.
       01 count2-out            pic zz9.
       01 count3-out            pic zz9.
       01 value-out             pic zzzz9.99.
       01 status-word           pic x(8).
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** PLANT SHIFT LOGBOOK BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 105-load-plant-master
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** PLANT SHIFT LOGBOOK ENDS *****"
           display spaces

           move "SHIFTLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           move notes-logged-count to count-out
           move orders-raised-count to count2-out
           string "Shift log session," count-out " notes,"
                  count2-out " work orders."
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

      * Asset-hierarchy lookup -- see HIERRD.
       COPY hierrd REPLACING ==HI-LOAD-PARA== BY
            ==115-load-hierarchy==
            ==HI-LOAD-EXIT== BY ==115-load-exit==
            ==HI-READ-PARA== BY ==115a-read-hier-record==
            ==HI-STORE-PARA== BY ==115b-store-hier-record==
            ==HI-FIND-PARA== BY ==116-find-tag==
            ==HI-TEST-PARA== BY ==116a-test-tag==.

      * Warranty lookup -- see WARRRD.
       COPY warrrd REPLACING ==WL-FIND-PARA== BY
            ==405-find-warranty==
            ==WL-FIND-EXIT== BY ==405-find-exit==
            ==WL-READ-PARA== BY ==405a-read-warranty-record==
            ==WL-TEST-PARA== BY ==405b-test-warranty-record==.

       105-load-plant-master.
           move zero to plant-master-count
           open input plant-master-file
           if plant-status EQUAL TO "00"
              move "N" to plant-eof-flag
              perform 106-read-plant-record
              perform 107-store-plant-record until plant-eof
              close plant-master-file
           end-if.

       106-read-plant-record.
           read plant-master-file
              at end move "Y" to plant-eof-flag
           end-read.

       107-store-plant-record.
           if pm-code NOT EQUAL TO spaces and plant-master-count < 20
              add 1 to plant-master-count
              move plant-master-count to pmast-idx
              move function upper-case(pm-code)
                   to pmt-code(pmast-idx)
           end-if
           perform 106-read-plant-record.

      * The whole log comes into NOTE-TABLE; a log too big for the
      * table is still read for the highest note number, but no
      * change is written back over it.
       110-load-log.
           move zero to note-count
           move zero to highest-seq
           move "N" to log-full-flag
           move "N" to log-changed-flag
           open input shift-log-file
           if shift-log-status NOT EQUAL TO "00"
              go to 110-load-exit
           end-if
           move "N" to log-eof-flag
           perform 111-read-log-record
           perform 112-store-log-record until log-eof
           close shift-log-file
           if log-full
              display "SHIFTLOG holds more than " max-notes
                      " notes -- archive it before logging more."
           end-if.
       110-load-exit.
           exit.

       111-read-log-record.
           read shift-log-file
              at end move "Y" to log-eof-flag
           end-read.

       112-store-log-record.
           if sl-seq NUMERIC
              if sl-seq > highest-seq
                 move sl-seq to highest-seq
              end-if
              if note-count < max-notes
                 add 1 to note-count
                 move note-count to note-idx
                 move sl-seq        to nt-seq(note-idx)
                 move sl-plant      to nt-plant(note-idx)
                 move sl-shift-date to nt-shift-date(note-idx)
                 move sl-shift      to nt-shift(note-idx)
                 move sl-date       to nt-date(note-idx)
                 move sl-time       to nt-time(note-idx)
                 move sl-tag        to nt-tag(note-idx)
                 move sl-category   to nt-category(note-idx)
                 move sl-status     to nt-status(note-idx)
                 if sl-wo-number NUMERIC
                    move sl-wo-number to nt-wo-number(note-idx)
                 else
                    move zero to nt-wo-number(note-idx)
                 end-if
                 move sl-oper        to nt-oper(note-idx)
                 move sl-closed-by   to nt-closed-by(note-idx)
                 move sl-closed-date to nt-closed-date(note-idx)
                 move sl-note        to nt-note(note-idx)
              else
                 move "Y" to log-full-flag
              end-if
           end-if
           perform 111-read-log-record.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Log a shift note"
           display " 2 --- Shift handover (previous shift's open items)"
           display " 3 --- Close or escalate a note by number"
           display " 4 --- Equipment tag history"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-log-note thru 200-log-exit
              when "2" perform 300-shift-handover thru
                             300-handover-exit
              when "3" perform 350-decide-by-number thru
                             350-decide-exit
              when "4" perform 500-tag-history thru 500-history-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

      * The plant code: blank takes the operator's stored default,
      * and a plant not in PLANTMAST is refused (when there is a
      * PLANTMAST to check against).
       130-plant-entry.
           display "Plant code (blank for your stored default): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces and pref-loaded EQUAL TO "Y"
              move pref-plant to plant-in
           end-if
           move "Y" to plant-found-flag
           if plant-in EQUAL TO spaces
              move "N" to plant-found-flag
              display "A plant code is required."
              go to 130-plant-exit
           end-if
           if plant-master-count > zero
              move "N" to plant-found-flag
              perform 131-test-plant-code
                      varying pmast-idx from 1 by 1
                      until pmast-idx > plant-master-count
              if NOT plant-on-file
                 display "Plant " plant-in " is not in PLANTMAST."
              end-if
           end-if.
       130-plant-exit.
           exit.

       131-test-plant-code.
           if pmt-code(pmast-idx) EQUAL TO plant-in
              move "Y" to plant-found-flag
           end-if.

      * The plant's operating-shift count off PLANTPROF; no profile,
      * or no count on it, and the plant runs all three.
       135-find-plant-shifts.
           move 3 to shifts-run
           open input plant-profile-file
           if plantprof-status NOT EQUAL TO "00"
              go to 135-find-exit
           end-if
           move "N" to prof-eof-flag
           perform 136-read-profile-record
           perform 137-test-profile-record until prof-eof
           close plant-profile-file.
       135-find-exit.
           exit.

       136-read-profile-record.
           read plant-profile-file
              at end move "Y" to prof-eof-flag
           end-read.

       137-test-profile-record.
           if function upper-case(pp-plant) EQUAL TO plant-in and
              pp-shifts >= "1" and pp-shifts <= "3"
              move pp-shifts to shifts-run
           end-if
           perform 136-read-profile-record.

      * The shift on the clock now.  Before 0700 it is still the
      * night shift that started yesterday.
       140-set-current-shift.
           move function current-date to clock-stamp
           move todays-date to now-shift-date
           evaluate true
              when clock-hhmm < sh-start(1)
                 move 3 to now-shift
                 compute day-number =
                         function integer-of-date(now-shift-date) - 1
                 compute now-shift-date =
                         function date-of-integer(day-number)
              when clock-hhmm < sh-start(2)
                 move 1 to now-shift
              when clock-hhmm < sh-start(3)
                 move 2 to now-shift
              when other
                 move 3 to now-shift
           end-evaluate.

      * The shift before the current one, among the shifts the
      * plant runs: the first shift of the day hands over from the
      * last shift of the day before.
       145-set-previous-shift.
           move now-shift-date to prev-shift-date
           compute prev-shift = now-shift - 1
           if prev-shift > shifts-run
              move shifts-run to prev-shift
           end-if
           if prev-shift EQUAL TO zero
              move shifts-run to prev-shift
              compute day-number =
                      function integer-of-date(prev-shift-date) - 1
              compute prev-shift-date =
                      function date-of-integer(day-number)
           end-if.

       150-find-category.
           move zero to category-pick
           perform 151-test-one-category
                   varying category-idx from 1 by 1
                   until category-idx > category-count.

       151-test-one-category.
           if ct-code(category-idx) EQUAL TO category-in
              move category-idx to category-pick
           end-if.

      * A tag the hierarchy places in another plant is refused; a
      * tag the hierarchy does not know is taken as typed.
       160-check-tag-plant.
           move "Y" to plant-found-flag
           if tag-in EQUAL TO spaces
              go to 160-check-exit
           end-if
           move tag-in to hi-probe-tag
           perform 116-find-tag
           if hi-tag-found and hi-plant NOT EQUAL TO spaces and
              hi-plant NOT EQUAL TO plant-in
              move "N" to plant-found-flag
              display tag-in " is in plant " hi-plant
                      " on ASSETHIER, not " plant-in "."
           end-if.
       160-check-exit.
           exit.

       170-find-note.
           move zero to note-pick
           perform 171-test-one-note
                   varying note-idx from 1 by 1
                   until note-idx > note-count.

       171-test-one-note.
           if nt-seq(note-idx) EQUAL TO seq-out
              move note-idx to note-pick
           end-if.

       180-save-log.
           if log-full
              display "SHIFTLOG is too large to rewrite -- change"
                      " not saved."
              go to 180-save-exit
           end-if
           open output shift-log-file
           if shift-log-status NOT EQUAL TO "00"
              display "Unable to open SHIFTLOG for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-note
                   varying note-idx from 1 by 1
                   until note-idx > note-count
           close shift-log-file
           move "N" to log-changed-flag.
       180-save-exit.
           exit.

       181-write-one-note.
           move spaces to shift-log-record
           move nt-seq(note-idx)         to sl-seq
           move nt-plant(note-idx)       to sl-plant
           move nt-shift-date(note-idx)  to sl-shift-date
           move nt-shift(note-idx)       to sl-shift
           move nt-date(note-idx)        to sl-date
           move nt-time(note-idx)        to sl-time
           move nt-tag(note-idx)         to sl-tag
           move nt-category(note-idx)    to sl-category
           move nt-status(note-idx)      to sl-status
           move nt-wo-number(note-idx)   to sl-wo-number
           move nt-oper(note-idx)        to sl-oper
           move nt-closed-by(note-idx)   to sl-closed-by
           move nt-closed-date(note-idx) to sl-closed-date
           move nt-note(note-idx)        to sl-note
           write shift-log-record.

      * One note: plant, shift (the one on the clock unless the
      * operator is writing up an earlier one), optional tag,
      * category, and the text.  An alarm or trip on a tag can go
      * straight to a work order.
       200-log-note.
           display spaces
           perform 130-plant-entry thru 130-plant-exit
           if NOT plant-on-file
              go to 200-log-exit
           end-if

           perform 110-load-log thru 110-load-exit
           if log-full
              go to 200-log-exit
           end-if

           perform 140-set-current-shift
           display "Shift (1 DAY, 2 EVENING, 3 NIGHT; blank for "
                   now-shift " " function trim(sh-name(now-shift))
                   "): " with no advancing
           accept shift-no-in
           if shift-no-in EQUAL TO space
              move now-shift to shift-num
           else
              if shift-no-in < "1" or shift-no-in > "3"
                 display "The shift must be 1, 2, or 3."
                 go to 200-log-exit
              end-if
              move shift-no-in to shift-num
           end-if

           display "Equipment tag (blank for none): "
                   with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           perform 160-check-tag-plant thru 160-check-exit
           if NOT plant-on-file
              go to 200-log-exit
           end-if

           perform 210-show-one-category
                   varying category-idx from 1 by 1
                   until category-idx > category-count
           display "Category: " with no advancing
           accept category-in
           move function upper-case(category-in) to category-in
           perform 150-find-category
           if category-not-found
              display "Unknown category -- note not logged."
              go to 200-log-exit
           end-if

           display "Note: " with no advancing
           accept note-in
           if note-in EQUAL TO spaces
              display "An empty note is not logged."
              go to 200-log-exit
           end-if

           display "Open item for the next shift? (Y/N, blank = Y): "
                   with no advancing
           accept open-in
           move function upper-case(open-in) to open-in
           if open-in EQUAL TO space
              move "Y" to open-in
           end-if

           add 1 to note-count
           move note-count to note-idx
           add 1 to highest-seq
           move highest-seq to nt-seq(note-idx)
           move plant-in to nt-plant(note-idx)
           move now-shift-date to nt-shift-date(note-idx)
           move shift-num to nt-shift(note-idx)
           move todays-date to nt-date(note-idx)
           move clock-hhmm to nt-time(note-idx)
           move tag-in to nt-tag(note-idx)
           move category-in to nt-category(note-idx)
           move zero to nt-wo-number(note-idx)
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to nt-oper(note-idx)
           move spaces to nt-closed-by(note-idx)
           move spaces to nt-closed-date(note-idx)
           move note-in to nt-note(note-idx)
           if open-in EQUAL TO "N"
              move "C" to nt-status(note-idx)
              move operator-id to nt-closed-by(note-idx)
              move todays-date to nt-closed-date(note-idx)
           else
              move "O" to nt-status(note-idx)
           end-if
           move "Y" to log-changed-flag
           add 1 to notes-logged-count

           move highest-seq to seq-out
           display "Note " seq-out " logged for " plant-in " shift "
                   shift-num " " nt-shift-date(note-idx) "."
           move "SHIFTLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Note " seq-out " " plant-in " " category-in " "
                  tag-in " logged"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail

           if nt-open(note-idx) and tag-in NOT EQUAL TO spaces and
              (category-in EQUAL TO "ALRM" or
               category-in EQUAL TO "TRIP")
              display "Raise a work order for it now? (Y/N): "
                      with no advancing
              accept yes-no-in
              move function upper-case(yes-no-in) to yes-no-in
              if yes-no-in EQUAL TO "Y"
                 perform 400-escalate-note thru 400-escalate-exit
              end-if
           end-if

           perform 180-save-log thru 180-save-exit.
       200-log-exit.
           exit.

       210-show-one-category.
           display "  " ct-code(category-idx) "  "
                   ct-label(category-idx).

      * The incoming operator's screen: the previous shift's open
      * items for the plant, each closed, escalated, or left open,
      * with a count of anything older still open.
       300-shift-handover.
           display spaces
           perform 130-plant-entry thru 130-plant-exit
           if NOT plant-on-file
              go to 300-handover-exit
           end-if
           perform 135-find-plant-shifts thru 135-find-exit
           perform 140-set-current-shift
           perform 145-set-previous-shift
           move prev-shift-date to psk-date
           move prev-shift to psk-shift

           perform 110-load-log thru 110-load-exit
           move zero to open-listed-count older-open-count
           move zero to closed-count escalated-count

           display spaces
           display "HANDOVER " plant-in " -- open items from the "
                   function trim(sh-name(prev-shift)) " shift of "
                   prev-shift-date
           perform 310-handover-one-note thru 310-handover-exit
                   varying note-idx from 1 by 1
                   until note-idx > note-count

           display spaces
           if open-listed-count EQUAL TO zero
              display "No open items from the previous shift."
           end-if
           if older-open-count > zero
              move older-open-count to count-out
              display count-out " older items are still open for "
                      plant-in " -- see option 3."
           end-if
           if log-changed
              perform 180-save-log thru 180-save-exit
           end-if

           move "SHIFTLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           move open-listed-count to count-out
           move closed-count to count2-out
           move escalated-count to count3-out
           string "Handover " plant-in " " prev-shift-date "/"
                  prev-shift count-out " open" count2-out " closed"
                  count3-out " WO"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-handover-exit.
           exit.

       310-handover-one-note.
           if nt-plant(note-idx) NOT EQUAL TO plant-in or
              NOT nt-open(note-idx)
              go to 310-handover-exit
           end-if
           if nt-shift-key(note-idx) < prev-shift-key
              add 1 to older-open-count
              go to 310-handover-exit
           end-if
           if nt-shift-key(note-idx) NOT EQUAL TO prev-shift-key
              go to 310-handover-exit
           end-if

           add 1 to open-listed-count
           perform 320-show-note
           perform 330-decide-note thru 330-decide-exit.
       310-handover-exit.
           exit.

       320-show-note.
           move nt-seq(note-idx) to seq-out
           display spaces
           display seq-out "  " nt-date(note-idx) " "
                   nt-time(note-idx) "  " nt-category(note-idx) "  "
                   nt-tag(note-idx) "  by " nt-oper(note-idx)
           display "        " nt-note(note-idx).

      * Close, escalate into a work order, or leave open.
       330-decide-note.
           display "Close, raise Work order, or leave open?"
                   " (C/W/blank): " with no advancing
           accept decide-in
           move function upper-case(decide-in) to decide-in
           evaluate decide-in
              when "C"
                 move "C" to nt-status(note-idx)
                 move operator-id to nt-closed-by(note-idx)
                 move todays-date to nt-closed-date(note-idx)
                 move "Y" to log-changed-flag
                 add 1 to closed-count
                 move nt-seq(note-idx) to seq-out
                 move "SHIFTLOG" to audit-trail-pgm
                 move spaces to audit-trail-detail
                 string "Note " seq-out " " nt-plant(note-idx)
                        " closed"
                        delimited by size into audit-trail-detail
                 perform 995-write-audit-trail
              when "W"
                 perform 400-escalate-note thru 400-escalate-exit
                 if order-raised
                    add 1 to escalated-count
                 end-if
              when other
                 continue
           end-evaluate.
       330-decide-exit.
           exit.

      * Any open note, by its number -- the way to clear items older
      * than the previous shift.
       350-decide-by-number.
           display spaces
           perform 110-load-log thru 110-load-exit
           display "Note number (blank to cancel): " with no advancing
           accept seq-in
           if seq-in EQUAL TO spaces
              go to 350-decide-exit
           end-if
           if function test-numval(seq-in) NOT EQUAL TO zero
              display "The note number must be numeric."
              go to 350-decide-exit
           end-if
           compute seq-out = function numval(seq-in)
           perform 170-find-note
           if note-not-found
              display "No note " seq-out " on SHIFTLOG."
              go to 350-decide-exit
           end-if
           move note-pick to note-idx
           perform 320-show-note
           if NOT nt-open(note-idx)
              if nt-status(note-idx) EQUAL TO "W"
                 display "Already escalated to work order "
                         nt-wo-number(note-idx) "."
              else
                 display "Already closed by " nt-closed-by(note-idx)
                         " on " nt-closed-date(note-idx) "."
              end-if
              go to 350-decide-exit
           end-if
           move zero to closed-count escalated-count
           perform 330-decide-note thru 330-decide-exit
           if log-changed
              perform 180-save-log thru 180-save-exit
           end-if.
       350-decide-exit.
           exit.

      * The note at NOTE-IDX becomes a WORKORDER entry, numbered
      * after the highest order on file, for the note's plant and
      * tag (asked for if the note has none), at the priority its
      * category suggests unless the operator overrides it.
       400-escalate-note.
           move "N" to raised-flag
           if nt-tag(note-idx) EQUAL TO spaces
              display "Equipment tag for the work order"
                      " (blank to cancel): " with no advancing
              accept tag-in
              move function upper-case(tag-in) to tag-in
              if tag-in EQUAL TO spaces
                 go to 400-escalate-exit
              end-if
              move nt-plant(note-idx) to plant-in
              perform 160-check-tag-plant thru 160-check-exit
              if NOT plant-on-file
                 go to 400-escalate-exit
              end-if
              move tag-in to nt-tag(note-idx)
           end-if

           move nt-category(note-idx) to category-in
           perform 150-find-category
           if category-not-found
              move "M" to raise-priority
           else
              move ct-priority(category-pick) to raise-priority
           end-if
           display "Priority H/M/L (blank for " raise-priority "): "
                   with no advancing
           accept priority-in
           move function upper-case(priority-in) to priority-in
           if priority-in EQUAL TO "H" or priority-in EQUAL TO "M" or
              priority-in EQUAL TO "L"
              move priority-in to raise-priority
           end-if

           move zero to highest-wo-number
           open input work-order-file
           if work-order-status EQUAL TO "00"
              move "N" to wo-eof-flag
              perform 401-read-work-order
              perform 402-test-work-order until wo-eof
              close work-order-file
           end-if

           open extend work-order-file
           if work-order-status EQUAL TO "05" OR
              work-order-status EQUAL TO "35"
              open output work-order-file
           end-if
           if work-order-status NOT EQUAL TO "00"
              display "Unable to open the WORKORDER file."
              go to 400-escalate-exit
           end-if
           move spaces to raise-reason
           string "SLOG " nt-category(note-idx) " "
                  nt-note(note-idx)
                  delimited by size into raise-reason
           add 1 to highest-wo-number
           move spaces to work-order-record
           move highest-wo-number to wo-number
           move nt-tag(note-idx) to wo-tag
           move nt-plant(note-idx) to wo-plant
           move raise-reason to wo-reason
           move raise-priority to wo-priority
           move todays-date to wo-raised-date
           move "O" to wo-status
           move spaces to wo-tech
           move spaces to wo-closed-date
           write work-order-record
           close work-order-file

           move "W" to nt-status(note-idx)
           move highest-wo-number to nt-wo-number(note-idx)
           move operator-id to nt-closed-by(note-idx)
           move todays-date to nt-closed-date(note-idx)
           move "Y" to log-changed-flag
           move "Y" to raised-flag
           add 1 to orders-raised-count

           display "Order " wo-number " raised for " wo-tag
                   "  priority " wo-priority "."
           move "T" to wl-probe-type
           move wo-tag to wl-probe-key
           move todays-date to wl-as-of
           perform 405-find-warranty thru 405-find-exit
           if wl-under-warranty
              display "*** " wo-tag " is under warranty to "
                      wl-end " (vendor " wl-vendor ", "
                      function trim(wl-coverage-word) ") -- claim"
              display "    it with the vendor before paying for the"
                      " work. ***"
           end-if
           move nt-seq(note-idx) to seq-out
           move "SHIFTLOG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Note " seq-out " to order " wo-number " " wo-tag
                  " " raise-reason
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       400-escalate-exit.
           exit.

       401-read-work-order.
           read work-order-file
              at end move "Y" to wo-eof-flag
           end-read.

       402-test-work-order.
           if wo-number NUMERIC and wo-number > highest-wo-number
              move wo-number to highest-wo-number
           end-if
           perform 401-read-work-order.

      * A tag's log notes, work orders (raised and, once closed,
      * closed), and condition readings, merged in date order; the
      * work orders and readings carry no time of day, so they sort
      * after the day's timed notes.
       500-tag-history.
           display spaces
           display "Equipment tag (blank to cancel): "
                   with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 500-history-exit
           end-if

           move zero to history-count history-full-count
           perform 510-collect-log-notes thru 510-collect-exit
           perform 520-collect-work-orders thru 520-collect-exit
           perform 530-collect-readings thru 530-collect-exit
           if history-count EQUAL TO zero
              display "Nothing on file for " tag-in "."
              go to 500-history-exit
           end-if

           move "Y" to swap-flag
           perform 550-sort-pass until NOT swapped

           display "Print the history to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "EQUIPMENT TAG HISTORY" to report-title
              move "SHIFTPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move tag-in to hi-probe-tag
           perform 116-find-tag
           move spaces to out-line
           if hi-tag-found
              string "HISTORY FOR " tag-in "  PLANT " hi-plant
                     "  SYSTEM " hi-system
                     delimited by size into out-line
           else
              string "HISTORY FOR " tag-in
                     delimited by size into out-line
           end-if
           perform 590-emit-line
           move spaces to out-line
           perform 590-emit-line
           move "DATE     TIME SRCE DETAIL" to out-line
           perform 590-emit-line
           perform 560-print-one-event
                   varying history-idx from 1 by 1
                   until history-idx > history-count
           if history-full-count > zero
              move history-full-count to count-out
              move spaces to out-line
              string "(" count-out " more events not shown -- the"
                     " history holds " max-history ")"
                     delimited by size into out-line
              perform 590-emit-line
           end-if

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "History written to SHIFTPRINT."
           end-if.
       500-history-exit.
           exit.

       505-add-history-event.
           if history-count < max-history
              add 1 to history-count
              move history-count to history-idx
              move hist-date to hx-date(history-idx)
              move hist-time to hx-time(history-idx)
              move hist-rank to hx-rank(history-idx)
              move hist-source to hx-source(history-idx)
              move hist-text to hx-text(history-idx)
           else
              add 1 to history-full-count
           end-if.

       510-collect-log-notes.
           open input shift-log-file
           if shift-log-status NOT EQUAL TO "00"
              go to 510-collect-exit
           end-if
           move "N" to log-eof-flag
           perform 111-read-log-record
           perform 511-test-log-note until log-eof
           close shift-log-file.
       510-collect-exit.
           exit.

       511-test-log-note.
           if sl-tag EQUAL TO tag-in
              evaluate sl-status
                 when "O" move "OPEN"     to status-word
                 when "W" move "TO WO"    to status-word
                 when other move "CLOSED" to status-word
              end-evaluate
              move sl-date to hist-date
              move sl-time to hist-time
              move 1 to hist-rank
              move "LOG" to hist-source
              move spaces to hist-text
              string sl-plant " S" sl-shift " " sl-category " "
                     status-word " " sl-note
                     delimited by size into hist-text
              perform 505-add-history-event
           end-if
           perform 111-read-log-record.

       520-collect-work-orders.
           open input work-order-file
           if work-order-status NOT EQUAL TO "00"
              go to 520-collect-exit
           end-if
           move "N" to wo-eof-flag
           perform 401-read-work-order
           perform 521-test-work-order until wo-eof
           close work-order-file.
       520-collect-exit.
           exit.

       521-test-work-order.
           if wo-tag EQUAL TO tag-in
              move wo-raised-date to hist-date
              move "9999" to hist-time
              move 2 to hist-rank
              move "WO" to hist-source
              move spaces to hist-text
              string "Order " wo-number " raised PRI " wo-priority
                     " " wo-reason
                     delimited by size into hist-text
              perform 505-add-history-event
              if wo-status EQUAL TO "C" and
                 wo-closed-date NOT EQUAL TO spaces
                 move wo-closed-date to hist-date
                 move "9999" to hist-time
                 move spaces to hist-text
                 string "Order " wo-number " closed by " wo-tech
                        delimited by size into hist-text
                 perform 505-add-history-event
              end-if
           end-if
           perform 401-read-work-order.

       530-collect-readings.
           open input motor-cond-file
           if motor-cond-status NOT EQUAL TO "00"
              go to 530-collect-exit
           end-if
           move "N" to cond-eof-flag
           perform 531-read-cond-record
           perform 532-test-cond-record until cond-eof
           close motor-cond-file.
       530-collect-exit.
           exit.

       531-read-cond-record.
           read motor-cond-file
              at end move "Y" to cond-eof-flag
           end-read.

       532-test-cond-record.
           if mc-tag EQUAL TO tag-in
              evaluate mc-status
                 when "X" move "ALARM" to status-word
                 when "A" move "ALERT" to status-word
                 when other move spaces to status-word
              end-evaluate
              move mc-date to hist-date
              move "9999" to hist-time
              move 3 to hist-rank
              move "COND" to hist-source
              move spaces to hist-text
              string mc-measure " " mc-value-in " " status-word
                     delimited by size into hist-text
              perform 505-add-history-event
           end-if
           perform 531-read-cond-record.

      * Date, then time, then source -- the BENCHRPT bubble sort.
       550-sort-pass.
           move "N" to swap-flag
           perform 551-compare-one-pair
                   varying history-idx from 1 by 1
                   until history-idx NOT LESS THAN history-count.

       551-compare-one-pair.
           compute history-jdx = history-idx + 1
           if hx-key(history-idx) > hx-key(history-jdx)
              move history-entry(history-idx) to history-swap
              move history-entry(history-jdx)
                   to history-entry(history-idx)
              move history-swap to history-entry(history-jdx)
              move "Y" to swap-flag
           end-if.

       560-print-one-event.
           move spaces to out-line
           if hx-time(history-idx) EQUAL TO "9999"
              string hx-date(history-idx) "      "
                     hx-source(history-idx) " " hx-text(history-idx)
                     delimited by size into out-line
           else
              string hx-date(history-idx) " " hx-time(history-idx)
                     " " hx-source(history-idx) " "
                     hx-text(history-idx)
                     delimited by size into out-line
           end-if
           perform 590-emit-line.

       590-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
