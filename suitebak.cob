      * original, lists existing sets from the BAKCAT catalog, and   *
      * restores a chosen file with an are-you-sure confirmation     *
      * and an audit-trail entry recording what was restored over    *
      * what.  The indexed AFFEQUIP master and FUELHIST history are  *
      * unloaded and reloaded through their own indexed SELECTs      *
      * rather than copied flat.                                     *
      *                                                               *
      *****************************************************************

      * Equipment-master file -- see EQUIPSEL/EQUIPFD.
           COPY equipsel.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS.
           COPY fhistsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

       COPY equipfd.

       COPY fhistfd.

       COPY auditfd.

       COPY fiscfd.
      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.

       01 data-status           pic xx.
       01 backup-status         pic xx.
       01 bakcat-status         pic xx.
      * and logs plus the externalized reference files.  BAKCAT
      * stays out: it is the index the restore reads, and restoring
      * an old copy over it would lose track of newer sets.
      * AFFEQUIP is last and carries the indexed-unload kind;
      * FUELHIST carries the indexed-history kind.
       01 file-catalog.
           05 filler pic x(15) value "BIGWALLET    S".
           05 filler pic x(15) value "BIGSCORE     S".
           05 filler pic x(15) value "FUELHIST     H".
           05 filler pic x(15) value "HAFDESIGN    S".
           05 filler pic x(15) value "TVMPARM      S".
           05 filler pic x(15) value "SHOPLTTR     S".
           05 filler pic x(15) value "PLANTMAST    S".
           05 filler pic x(15) value "FISCALCAL    S".
           05 filler pic x(15) value "BATCHCTL     S".
           05 filler pic x(15) value "HOLIDAYS     S".
           05 filler pic x(15) value "PERIODSTAT   S".
           05 filler pic x(15) value "RECERTCUR    S".
           05 filler pic x(15) value "RECERTHIST   S".
           05 filler pic x(15) value "ARCHCAT      S".
           05 filler pic x(15) value "ASSETREG     S".
           05 filler pic x(15) value "WORKORDER    S".
           05 filler pic x(15) value "CTLTRLR      S".
           05 filler pic x(15) value "AUDITCHAIN   S".
           05 filler pic x(15) value "SPOOLCAT     S".
           05 filler pic x(15) value "BATCHWIN     S".
           05 filler pic x(15) value "BATCHHIST    S".
           05 filler pic x(15) value "ALERTLOG     S".
           05 filler pic x(15) value "SHIFTLOG     S".
           05 filler pic x(15) value "HAMLOG       S".
           05 filler pic x(15) value "HAMSTN       S".
           05 filler pic x(15) value "BIGTOURN     S".
           05 filler pic x(15) value "BIGLIMITS    S".
           05 filler pic x(15) value "AFFEQUIP     I".
       01 file-entries redefines file-catalog.
           05 file-entry occurs 64 times.
               10 fe-name       pic x(13).
               10 fe-kind       pic x.
               10 filler        pic x.
       01 file-count            pic 99 value 64.
       01 file-idx              pic 99.

      * Menu-and-work fields.
              perform 250-unload-equip-master thru 250-unload-exit
              go to 210-backup-exit
           end-if
           if fe-kind(file-idx) EQUAL TO "H"
              perform 260-unload-boiler-history thru 260-unload-exit
              go to 210-backup-exit
           end-if

           open input data-file
           if data-status NOT EQUAL TO "00"
           add 1 to record-count
           perform 251-read-next-master.

      * The indexed boiler history unloads the same way, one flat
      * record per entry in key order.
       260-unload-boiler-history.
           open input fuel-hist-file
           if fuelhist-status NOT EQUAL TO "00"
              display "  FUELHIST not on file -- skipped."
              go to 260-unload-exit
           end-if
           open output backup-file

           move zero to record-count
           move "N" to fh-eof-flag
           move low-values to fh-key
           start fuel-hist-file key NOT LESS THAN fh-key
              invalid key move "Y" to fh-eof-flag
           end-start
           perform 261-read-next-history
           perform 262-copy-history-record until fh-eof
           close fuel-hist-file
           close backup-file

           move record-count to verify-count
           move "Y" to verified-flag
           move record-count to record-count-out
           display "  FUELHIST      " record-count-out
                   " records unloaded."
           perform 230-write-bakcat-entry.
       260-unload-exit.
           exit.

       261-read-next-history.
           read fuel-hist-file next record
              at end move "Y" to fh-eof-flag
           end-read.

       262-copy-history-record.
           move spaces to backup-record
           move fuel-hist-record to backup-record
           write backup-record
           add 1 to record-count
           perform 261-read-next-history.

       230-write-bakcat-entry.
           open extend bakcat-file
           if bakcat-status EQUAL TO "05" OR

      * Restore: the chosen backup is copied back over the live
      * file after an are-you-sure, and the audit trail records
      * what was restored over what.  AFFEQUIP and FUELHIST reload
      * through their indexed SELECTs.
       400-restore-one-file.
           perform 300-list-backup-sets thru 300-list-exit
           if cat-table-count EQUAL TO zero
              perform 450-reload-equip-master thru 450-reload-exit
              go to 400-restore-wrap
           end-if
           if bt-file(pick-num) EQUAL TO "FUELHIST"
              perform 460-reload-boiler-history thru 460-reload-exit
              go to 400-restore-wrap
           end-if

           move bt-file(pick-num) to data-name
           open input backup-file
           end-write
           add 1 to record-count
           perform 411-read-backup-record.

       460-reload-boiler-history.
           open input backup-file
           if backup-status NOT EQUAL TO "00"
              display "Unable to open " backup-name "."
              go to 460-reload-exit
           end-if
           open output fuel-hist-file
           if fuelhist-status NOT EQUAL TO "00"
              display "Unable to open the FUELHIST history for"
                      " output."
              close backup-file
              go to 460-reload-exit
           end-if

           move zero to record-count
           move "N" to file-eof-flag
           perform 411-read-backup-record
           perform 462-reload-history-record until file-eof
           close backup-file
           close fuel-hist-file.
       460-reload-exit.
           exit.

       462-reload-history-record.
           move backup-record(1:100) to fuel-hist-record
           write fuel-hist-record
              invalid key
                 display "Duplicate history entry skipped on reload."
           end-write
           add 1 to record-count
           perform 411-read-backup-record.
