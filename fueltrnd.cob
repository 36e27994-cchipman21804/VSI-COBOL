      *                  amount), skipping tags that already have an
      *                  open order so one sick boiler does not stack
      *                  up duplicates.
      * 2026-10-15  CAC  A work order raised for a boiler still under
      *                  a WARRANTY warranty shows a warning to claim
      *                  it with the vendor before paying for work.
      * 2026-10-15  CAC  Reads the indexed FUELHIST by tag (see
      *                  FHISTRD) -- the per-boiler table goes
      *                  straight to the tag's entries instead of
      *                  rescanning the whole log for each boiler.
      * 2026-10-15  CAC  The history listing prints the savings
      *                  percent with its sign and hundreds digit.

       environment division.
       input-output section.
       file-control.
      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS/
      * FHISTRD.
           COPY fhistsel.

           select report-file assign to "FUELTRNDPRINT"
                  organization is line sequential
      * the WRKOMNT maintenance program.
           COPY wosel.

      * Equipment and motor warranties -- see WARRSEL/WARRFD/WARRWS/
      * WARRRD.
           COPY warrsel.

      * The FUELSKED schedule carries the tag-to-plant mapping the
      * work orders are stamped with -- FUELHIST itself has no plant
      * column.

       data division.
       file section.
       COPY fhistfd.

       fd  report-file
           record contains 100 characters.

       COPY wofd.

       COPY warrfd.

       fd  schedule-file
           record contains 60 characters.
       01 schedule-record.
      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Warranty-lookup fields -- see WARRWS.
       COPY warrws.

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.

      * Parsed-record fields.
       01 this-oldeff           pic 999v99 USAGE COMP.
       01 latest-decay-out      pic z9.99- usage display.
       01 eff-out               pic z9.99 usage display.
       01 eff2-out              pic z9.99 usage display.
       01 pct-out               pic ---9.99 usage display.
       01 threshold-out         pic z9.99.
       01 record-count          pic 9(5) value zero.
       01 record-count-out      pic zz,zz9.
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

      * Warranty lookup -- see WARRRD.
       COPY warrrd REPLACING ==WL-FIND-PARA== BY
            ==177-find-warranty==
            ==WL-FIND-EXIT== BY ==177-find-exit==
            ==WL-READ-PARA== BY ==177a-read-warranty-record==
            ==WL-TEST-PARA== BY ==177b-test-warranty-record==.

       110-threshold-data-entry.
           move decay-threshold to threshold-out
           display spaces

      * One pass over the whole log, building a summary row per tag.
       120-scan-history-log.
           move spaces to fh-probe-tag
           perform 120a-start-history thru 120a-start-exit
           if NOT fh-open
              display "Unable to open the FUELHIST history log."
              display "Has FUELSAVE written any history yet?"
              go to 120-scan-exit
           end-if

           perform 121-read-history-record
           perform 122-post-history-record thru 122-post-exit
                   until fh-eof
           perform 121a-close-history

           move record-count to record-count-out
           display spaces
       120-scan-exit.
           exit.

      * Keyed FUELHIST read -- see FHISTRD.
       COPY fhistrd REPLACING ==FH-START-PARA== BY
            ==120a-start-history==
            ==FH-START-EXIT== BY ==120a-start-exit==
            ==FH-NEXT-PARA== BY ==121-read-history-record==
            ==FH-CLOSE-PARA== BY ==121a-close-history==.

      * An entry that doesn't carry a tag and an OLDEFF/NEWEFF pair
      * is skipped rather than letting zeros poison a boiler's
      * averages.
       122-post-history-record.
           move fh-oldeff to this-oldeff
           move fh-neweff to this-neweff

           if fh-tag EQUAL TO spaces or this-oldeff EQUAL TO zero
              or this-neweff EQUAL TO zero
              perform 121-read-history-record
              go to 122-post-exit
           perform 123-find-boiler-entry
           if tag-not-found
              if tag-count EQUAL TO max-tags
                 display "More than 50 distinct tags -- " fh-tag
                         " skipped."
                 perform 121-read-history-record
                 go to 122-post-exit
              end-if
              add 1 to tag-count
              move tag-count to tag-pick
              move fh-tag to bt-tag(tag-pick)
              move zero to bt-count(tag-pick)
              move fh-date to bt-first-date(tag-pick)
              move zero to bt-decay-total(tag-pick)
              move zero to bt-intervals(tag-pick)
              move zero to bt-latest-decay(tag-pick)
           move this-neweff to bt-prev-neweff(tag-idx)
           move this-neweff to bt-last-neweff(tag-idx)
           move this-oldeff to bt-last-oldeff(tag-idx)
           move fh-date to bt-last-date(tag-idx)

           perform 121-read-history-record.
       122-post-exit.
                   until tag-idx > tag-count.

       124-test-boiler-entry.
           if bt-tag(tag-idx) EQUAL TO fh-tag
              move tag-idx to tag-pick
           end-if.

                  delimited by size into report-record
           perform 197-write-report-line

           move report-tag to fh-probe-tag
           perform 120a-start-history thru 120a-start-exit
           perform 121-read-history-record
           perform 162-print-matching-record until fh-eof
           perform 121a-close-history.

       162-print-matching-record.
           move fh-oldeff to eff-out
           move fh-neweff to eff2-out
           move fh-savings-pct to pct-out
           move spaces to report-record
           string fh-date "  " eff-out "    " eff2-out "    "
                  pct-out
                  delimited by size into report-record
           perform 197-write-report-line
           perform 121-read-history-record.

      * Raise one numbered work order per over-threshold boiler so

           add 1 to orders-raised-count
           display "Order " wo-number " raised for " bt-tag(tag-idx)
                   "  priority " wo-priority "."
           move "T" to wl-probe-type
           move bt-tag(tag-idx) to wl-probe-key
           move todays-date-stamp(1:8) to wl-as-of
           perform 177-find-warranty thru 177-find-exit
           if wl-under-warranty
              display "*** " bt-tag(tag-idx) " is under warranty to "
                      wl-end " (vendor " wl-vendor ", "
                      function trim(wl-coverage-word) ") -- claim"
              display "    it with the vendor before paying for the"
                      " work. ***"
           end-if.
       175-raise-one-exit.
           exit.

