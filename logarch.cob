      *****************************************************************
      * LOG ROTATION AND ARCHIVAL                                     *
      *                                                               *
      * UTILAUDIT, AFFAUDIT, HAFDESIGN, and DIGRESULT all open       *
      * EXTEND and grow without bound.  This housekeeper closes      *
      * a log off at a period boundary: the live records are copied  *
      * to a date-stamped archive file, the live file starts fresh,  *
      * and the ARCHCAT retention catalog records what went where    *
      *                  own 120-character layout) and delete from
      *                  the live file, cataloged in ARCHCAT under
      *                  RESULTREPO so RESQUERY can span them.
      * 2026-10-15  CAC  FUELHIST is now an indexed boiler history
      *                  and leaves the flat-log rotation: entries
      *                  dated before an entered cutoff close off to
      *                  a date-stamped archive in the record's own
      *                  100-character layout, and a set pulled back
      *                  is written back keyed.  A set closed off
      *                  before the conversion is refused with a
      *                  pointer to HISTCONV.
      * 2026-10-15  CAC  The ARCHCAT catalog write is performed
      *                  through its exit, so an unopenable catalog
      *                  returns to the archive step that called it.

       environment division.
       input-output section.
      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS.
           COPY fhistsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

       COPY resrepfd.

       COPY fhistfd.

       COPY auditfd.

       COPY fiscfd.
       01 cutoff-in             pic x(8).
       01 repo-cutoff           pic x(8).

      * History close-off fields -- see 600-ARCHIVE-HISTORY.
       COPY fhistws.
       01 hist-cutoff           pic x(8).
       01 hist-written-flag     pic x value "N".
           88 hist-written             value "Y".
       01 old-format-count      pic 9(7) value zero.

       01 live-status           pic xx.
       01 archive-status        pic xx.
       01 catalog-status        pic xx.
       01 log-catalog.
           05 filler pic x(12) value "UTILAUDIT".
           05 filler pic x(12) value "AFFAUDIT".
           05 filler pic x(12) value "HAFDESIGN".
           05 filler pic x(12) value "DIGRESULT".
       01 log-names redefines log-catalog.
           05 log-name occurs 4 times pic x(12).
       01 log-count             pic 9 value 4.
       01 log-idx               pic 9.

      * Menu-and-entry fields.
           display " 3 --- Pull an archive back into its live log"
           display " 4 --- Close off repository results before a"
                   " date"
           display " 5 --- Close off boiler history (FUELHIST)"
                   " before a date"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
              when "3" perform 400-pull-back thru 400-pull-exit
              when "4" perform 500-archive-repository thru
                             500-repo-exit
              when "5" perform 600-archive-history thru
                             600-hist-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 5."
           end-evaluate.

      * The batch driver raises BATCHACTIVE for the whole window; a
           open output live-file
           close live-file

           perform 230-write-catalog-entry thru 230-catalog-exit

           move record-count to record-count-out
           display record-count-out " records archived to "
              go to 400-pull-exit
           end-if

           if ct-log(pick-num) EQUAL TO "FUELHIST"
              perform 700-pull-back-history thru 700-pull-exit
              go to 400-pull-exit
           end-if

           move ct-archive(pick-num) to archive-name
           move ct-log(pick-num) to live-name
           open input archive-file
              go to 500-repo-exit
           end-if

           perform 230-write-catalog-entry thru 230-catalog-exit

           move record-count to record-count-out
           display record-count-out " repository records archived"
              add 1 to record-count
              perform 510-read-repo-record
           end-if.

      * Close off the indexed boiler history: entries dated before
      * the cutoff copy to a date-stamped line-sequential archive in
      * the record's own layout and delete from the live file, with
      * the set cataloged under FUELHIST.  The key leads with the
      * tag, so the pass reads the whole file.
       600-archive-history.
           perform 130-check-batch-active
           if batch-busy
              display "A batch window is in progress (BATCHACTIVE"
              display "is raised) -- archive refused."
              go to 600-hist-exit
           end-if

           display "Archive boiler history dated before"
           display "(YYYYMMDD): " with no advancing
           accept cutoff-in
           if cutoff-in NOT NUMERIC
              display "Cutoff must be numeric YYYYMMDD."
              go to 600-hist-exit
           end-if
           move cutoff-in to hist-cutoff

           open i-o fuel-hist-file
           if fuelhist-status NOT EQUAL TO "00"
              display "No FUELHIST history on file."
              go to 600-hist-exit
           end-if

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out
           move spaces to archive-name
           string "FUELHIST." todays-date-out
                  delimited by size into archive-name
           move "FUELHIST" to live-name

           open output archive-file
           if archive-status NOT EQUAL TO "00"
              display "Unable to open the archive file."
              close fuel-hist-file
              go to 600-hist-exit
           end-if

           move zero to record-count
           move "N" to fh-eof-flag
           move low-values to fh-key
           start fuel-hist-file key NOT LESS THAN fh-key
              invalid key move "Y" to fh-eof-flag
           end-start
           perform 610-read-history-record
           perform 620-archive-history-record until fh-eof
           close archive-file
           close fuel-hist-file

           if record-count EQUAL TO zero
              display "Nothing on file before " hist-cutoff "."
              go to 600-hist-exit
           end-if

           perform 230-write-catalog-entry thru 230-catalog-exit

           move record-count to record-count-out
           display record-count-out " history entries archived"
                   " to " archive-name

           move "LOGARCH" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Archived FUELHIST before " hist-cutoff
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       600-hist-exit.
           exit.

       610-read-history-record.
           if NOT fh-eof
              read fuel-hist-file next record
                 at end move "Y" to fh-eof-flag
              end-read
           end-if.

       620-archive-history-record.
           if fh-date < hist-cutoff
              move spaces to archive-record
              move fuel-hist-record to archive-record(1:100)
              write archive-record
              delete fuel-hist-file record
              add 1 to record-count
           end-if
           perform 610-read-history-record.

      * Pull a FUELHIST set back: each archived entry is written
      * back under its own key, taking the next sequence number if
      * the key has been reused since.  A set closed off before the
      * history went indexed still holds the old text lines -- those
      * are counted and left for HISTCONV.
       700-pull-back-history.
           move ct-archive(pick-num) to archive-name
           open input archive-file
           if archive-status NOT EQUAL TO "00"
              display "Unable to open " archive-name "."
              go to 700-pull-exit
           end-if
           open i-o fuel-hist-file
           if fuelhist-status EQUAL TO "35"
              open output fuel-hist-file
           end-if
           if fuelhist-status NOT EQUAL TO "00"
              display "Unable to open the FUELHIST history."
              close archive-file
              go to 700-pull-exit
           end-if

           move zero to record-count
           move zero to old-format-count
           move "N" to live-eof-flag
           perform 410-read-archive-record
           perform 710-restore-history-record until live-eof
           close archive-file
           close fuel-hist-file

           move record-count to record-count-out
           display record-count-out " history entries pulled back"
                   " into FUELHIST"
           if old-format-count > zero
              move old-format-count to record-count-out
              display record-count-out " old-format lines skipped --"
                      " load " function trim(archive-name)
              display "with HISTCONV."
           end-if

           move "LOGARCH" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Pulled " archive-name " back into FUELHIST"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       700-pull-exit.
           exit.

      * The old text line carries its "  TAG=" label where the new
      * record carries the date and time.
       710-restore-history-record.
           if archive-record(20:6) EQUAL TO "  TAG="
              add 1 to old-format-count
           else
              move archive-record(1:100) to fuel-hist-record
              move "N" to hist-written-flag
              perform 711-write-history-record
                      until hist-written or fh-seq EQUAL TO 99
              if hist-written
                 add 1 to record-count
              end-if
           end-if
           perform 410-read-archive-record.

       711-write-history-record.
           write fuel-hist-record
              invalid key
                 add 1 to fh-seq
              not invalid key
                 move "Y" to hist-written-flag
           end-write.
