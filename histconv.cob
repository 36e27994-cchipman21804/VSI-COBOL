      *****************************************************************
      * BOILER HISTORY CONVERSION (ONE-TIME)                          *
      *                                                               *
      * Loads the old 180-column FUELHIST text log into the new       *
      * INDEXED boiler history keyed on tag and date/time (see        *
      * FHISTSEL/FHISTFD), pulling the efficiencies, saving, usage,   *
      * price, operator, fiscal period, and any STK= stack reading    *
      * back out of the old line by column.                           *
      *                                                               *
      * Before running: rename the old flat log to FUELHISTOLD.  The  *
      * utility also takes the name of a LOGARCH archive set closed   *
      * off before the conversion (FUELHIST.yyyymmdd), so earlier     *
      * periods can be loaded behind the live one.  A line already    *
      * on file under its tag and time is counted and skipped, so a   *
      * set run twice is not loaded twice.  Keep the old file until   *
      * the converted history has been spot-checked with FUELTRND.    *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   histconv.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The old log is opened by name from working storage, so one
      * run can take the renamed live log or an archive set.
           select old-hist-file assign using old-hist-name
                  organization is line sequential
                  file status is old-hist-status.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS.
           COPY fhistsel.

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
      * The pre-conversion text layout FUELSAVE strung together:
      * labels and edited figures at fixed columns, with the STK=
      * stack reading in the last sixteen when the run measured one.
       fd  old-hist-file
           record contains 180 characters.
       01 old-hist-record.
           05 oh-date            pic x(8).
           05 filler             pic x(3).
           05 oh-time            pic x(6).
           05 filler             pic x(8).
           05 oh-tag             pic x(10).
           05 filler             pic x(9).
           05 oh-oldeff          pic x(5).
           05 filler             pic x(9).
           05 oh-neweff          pic x(5).
           05 filler             pic x(11).
           05 oh-pct             pic x(5).
           05 filler             pic x(8).
           05 oh-usage           pic x(10).
           05 filler             pic x(8).
           05 oh-price           pic x(10).
           05 filler             pic x(11).
           05 oh-savings         pic x(14).
           05 filler             pic x(5).
           05 oh-oper            pic x(8).
           05 filler             pic x(4).
           05 oh-fiscal-year     pic x(4).
           05 filler             pic x.
           05 oh-fiscal-period   pic x(2).
           05 oh-stk-label       pic x(5).
           05 oh-stk-temp        pic x(6).
           05 filler             pic x.
           05 oh-stk-o2          pic x(4).

       COPY fhistfd.

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

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.

       01 old-hist-status       pic xx.
       01 old-hist-name         pic x(24).
       01 old-name-in           pic x(24).
       01 old-eof-flag          pic x value "N".
           88 old-eof                  value "Y".
       01 read-count            pic 9(7) value zero.
       01 loaded-count          pic 9(7) value zero.
       01 already-count         pic 9(7) value zero.
       01 dropped-count         pic 9(7) value zero.
       01 count-out             pic z,zzz,zz9.
       01 yes-no                pic x.
           88 affirm                   value "Y".

      * The converted record is built here and moved to the buffer
      * for each keyed write, so a duplicate-key read-back can be
      * compared against it.
       01 hold-hist-record      pic x(100).
       01 write-done-flag       pic x value "N".
           88 write-done               value "Y".
       01 already-flag          pic x value "N".
           88 already-on-file          value "Y".

       procedure division.
       100-main-para.
           display spaces
           display "***** BOILER HISTORY CONVERSION BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"
           display spaces
           display "Reads an old-format FUELHIST text log and loads"
           display "the new indexed FUELHIST.  Run once for the"
           display "renamed live log, then once per pre-conversion"
           display "archive set wanted back on file."
           display "Old-format log name (blank for FUELHISTOLD): "
                   with no advancing
           accept old-name-in
           if old-name-in EQUAL TO spaces
              move "FUELHISTOLD" to old-hist-name
           else
              move function upper-case(old-name-in) to old-hist-name
           end-if
           display "Load " function trim(old-hist-name)
                   " into FUELHIST? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 999-end-program
           end-if

           open input old-hist-file
           if old-hist-status NOT EQUAL TO "00"
              display "Unable to open " function trim(old-hist-name)
                      " -- has the old log been renamed to it?"
              go to 999-end-program
           end-if

           open i-o fuel-hist-file
           if fuelhist-status EQUAL TO "35"
              open output fuel-hist-file
           end-if
           if fuelhist-status NOT EQUAL TO "00"
              display "Unable to open the indexed FUELHIST"
              display "(status " fuelhist-status ")."
              close old-hist-file
              go to 999-end-program
           end-if

           move "N" to old-eof-flag
           perform 110-read-old-record
           perform 120-load-one-record thru 120-load-one-exit
                   until old-eof

           close old-hist-file
           close fuel-hist-file

           move read-count to count-out
           display spaces
           display count-out " old-format lines read."
           move loaded-count to count-out
           display count-out " entries loaded to the indexed"
                   " history."
           if already-count > zero
              move already-count to count-out
              display count-out " entries already on file --"
                      " skipped."
           end-if
           if dropped-count > zero
              move dropped-count to count-out
              display count-out " unreadable lines dropped."
           end-if
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** BOILER HISTORY CONVERSION ENDS *****"
           display spaces

           move "HISTCONV" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Loaded " function trim(old-hist-name)
                  " to the indexed FUELHIST."
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

       110-read-old-record.
           read old-hist-file
              at end move "Y" to old-eof-flag
           end-read.

      * A line without a tag or a numeric date and time (a short or
      * hand-edited line) is dropped.  The edited figures carry
      * commas and currency signs, hence NUMVAL-C; the fuel code
      * was never logged and stays blank.
       120-load-one-record.
           add 1 to read-count
           if oh-tag EQUAL TO spaces or oh-date NOT NUMERIC or
              oh-time NOT NUMERIC
              add 1 to dropped-count
              perform 110-read-old-record
              go to 120-load-one-exit
           end-if

           move spaces to fuel-hist-record
           move oh-tag  to fh-tag
           move oh-date to fh-date
           move oh-time to fh-time
           move zero    to fh-seq
           compute fh-oldeff = function numval(oh-oldeff)
           compute fh-neweff = function numval(oh-neweff)
           compute fh-savings-pct = function numval(oh-pct)
           compute fh-usage = function numval-c(oh-usage)
           compute fh-price = function numval-c(oh-price)
           compute fh-savings-amt = function numval-c(oh-savings)
           move oh-oper to fh-oper
           move oh-fiscal-year to fh-fiscal-year
           move oh-fiscal-period to fh-fiscal-period
           move "N" to fh-stack-flag
           move zero to fh-stack-temp fh-o2-pct
           if oh-stk-label EQUAL TO " STK="
              move "Y" to fh-stack-flag
              compute fh-stack-temp = function numval(oh-stk-temp)
              compute fh-o2-pct = function numval(oh-stk-o2)
           end-if
           move fuel-hist-record to hold-hist-record

           move "N" to write-done-flag
           move "N" to already-flag
           perform 130-keyed-write-retry
                   until write-done or already-on-file
                   or fh-seq EQUAL TO 99
           evaluate true
              when write-done
                 add 1 to loaded-count
              when already-on-file
                 add 1 to already-count
              when other
                 add 1 to dropped-count
           end-evaluate

           perform 110-read-old-record.
       120-load-one-exit.
           exit.

      * Two runs for one tag in the same second take the next
      * sequence number; an entry identical past the key to the one
      * already filed under it was loaded by an earlier run.
       130-keyed-write-retry.
           move hold-hist-record to fuel-hist-record
           write fuel-hist-record
              invalid key
                 read fuel-hist-file
                    invalid key
                       continue
                 end-read
                 if fuelhist-status EQUAL TO "00" and
                    fuel-hist-record(27:74) EQUAL TO
                    hold-hist-record(27:74)
                    move "Y" to already-flag
                 else
                    move hold-hist-record to fuel-hist-record
                    add 1 to fh-seq
                    move fuel-hist-record to hold-hist-record
                 end-if
              not invalid key
                 move "Y" to write-done-flag
           end-write.
