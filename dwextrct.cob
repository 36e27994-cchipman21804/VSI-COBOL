      *****************************************************************
      * NIGHTLY CHANGE-DATA EXTRACT TO THE CORPORATE DATA WAREHOUSE   *
      *                                                               *
      * Corporate's warehouse takes our results and masters as fixed- *
      * layout interface files, one per source, instead of CSVs       *
      * e-mailed a calculator at a time.  Runs unattended as a        *
      * BATCHRUN step (no prompts -- a BATCHCTL line naming DWEXTRCT  *
      * with on-error Continue) or on its own.  Each interface file   *
      * opens with an H header (source, extract run number, this      *
      * run's date and time, and the date and time of the last        *
      * successful extract it follows on from), carries one D record  *
      * per record added (A), changed (C), or deleted (D) since that  *
      * extract -- the action code and the source record's own image  *
      * -- and closes with a T trailer holding the action counts, the *
      * detail count, and a hash total over the detail records (the   *
      * CTLWR fold).                                                  *
      *                                                               *
      *   RESULTREPO            DWRESULT   added results, past the    *
      *                                    high-water key             *
      *   AFFEQUIP              DWEQUIP    \                          *
      *   ASSETREG              DWASSET     |                         *
      *   BILLLOG               DWBILL      | against the DWSNAP      *
      *   PROJMAST              DWPROJ      | image of the last       *
      *   PROJSPEND             DWSPEND     | successful extract      *
      *   MVLOG                 DWMV       /                          *
      *                                                               *
      * The extract keeps its own high-water marks in DWMARK, one     *
      * line per source, and its own image of each master and log in  *
      * the indexed DWSNAP.  A night's differences are staged in      *
      * DWSNAP beside the last extract's image and committed -- and   *
      * the source's mark advanced -- only once that source's file    *
      * has been written whole, so a failed night is sent again in    *
      * full the next night and nothing is sent twice.  Repository    *
      * results closed off by LOGARCH are archived, not deleted, and  *
      * are not sent as deletes.                                      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   dwextrct.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The flat masters and logs are opened by name from working
      * storage, so one SELECT serves the whole source catalog; the
      * interface files likewise.
           select source-file assign using source-name
                  organization is line sequential
                  file status is source-status.

           select interface-file assign using interface-name
                  organization is line sequential
                  file status is interface-status.

      * The extract's image of every master and log record as last
      * sent, keyed by source, the record's own key, and an ordinal
      * that tells identical keys apart.
           select snapshot-file assign to "DWSNAP"
                  organization is indexed
                  access mode is dynamic
                  record key is ds-key
                  file status is snapshot-status.

           select mark-file assign to "DWMARK"
                  organization is line sequential
                  file status is mark-status.

      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * Equipment-master file -- see EQUIPSEL/EQUIPFD.
           COPY equipsel.

      * Control-trailer file -- see CTLSEL/CTLFD/CTLWS/CTLWR; the
      * hash fold totals the interface trailers.
           COPY ctlsel.

      * Suite-wide run-control record -- see RUNCTLSEL/RUNCTLFD/
      * RUNCTLWS/RUNCTLWR.
           COPY runctlsel.

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
       fd  source-file
           record contains 200 characters.
       01 source-record         pic x(200).

      * The warehouse interface layout: one H header, the D detail
      * records, one T trailer.
       fd  interface-file
           record contains 140 characters.
       01 dw-header-record.
           05 dh-rec-type        pic x.
           05 dh-source          pic x(10).
           05 dh-run             pic 9(6).
           05 dh-date            pic x(8).
           05 dh-time            pic x(6).
           05 dh-since-date      pic x(8).
           05 dh-since-time      pic x(6).
           05 filler             pic x(95).
       01 dw-detail-record.
           05 dd-rec-type        pic x.
           05 dd-action          pic x.
           05 dd-source          pic x(10).
           05 dd-image           pic x(120).
           05 filler             pic x(8).
       01 dw-trailer-record.
           05 dt-rec-type        pic x.
           05 dt-source          pic x(10).
           05 dt-run             pic 9(6).
           05 dt-adds            pic 9(7).
           05 dt-changes         pic 9(7).
           05 dt-deletes         pic 9(7).
           05 dt-count           pic 9(7).
           05 dt-hash            pic 9(8).
           05 filler             pic x(87).

      * One entry per master or log record: the image last sent and
      * committed, and tonight's staged action and image, stamped
      * with the run that staged them.  DS-SEEN-STAMP marks the
      * entries the current run found in the source.
       fd  snapshot-file.
       01 snapshot-record.
           05 ds-key.
               10 ds-source      pic x(10).
               10 ds-rec-key     pic x(38).
               10 ds-ordinal     pic 99.
           05 ds-committed-flag  pic x.
               88 ds-committed         value "Y".
           05 ds-image           pic x(120).
           05 ds-pending-act     pic x.
           05 ds-pending-image   pic x(120).
           05 ds-pending-stamp   pic x(14).
           05 ds-seen-stamp      pic x(14).
           05 filler             pic x(10).

      * One line per source: the last successful extract's run
      * number, date and time, and (RESULTREPO) the last key sent.
       fd  mark-file
           record contains 60 characters.
       01 mark-record.
           05 dm-source          pic x(10).
           05 dm-run             pic 9(6).
           05 dm-date            pic x(8).
           05 dm-time            pic x(6).
           05 dm-last-key        pic x(17).
           05 filler             pic x(13).

       COPY resrepfd.

       COPY equipfd.

       COPY ctlfd.

       COPY runctlfd.

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

      * Consolidated-repository fields -- see RESREPWS.
       COPY resrepws.

      * Control-trailer fields -- see CTLWS.
       COPY ctlws.

      * Run-control fields -- see RUNCTLWS.
       COPY runctlws.

       01 source-status         pic xx.
       01 interface-status      pic xx.
       01 snapshot-status       pic xx.
       01 mark-status           pic xx.
       01 master-status         pic xx.
       01 source-name           pic x(14).
       01 interface-name        pic x(14).
       01 source-eof-flag       pic x value "N".
           88 source-eof               value "Y".
       01 snap-eof-flag         pic x value "N".
           88 snap-eof                 value "Y".
       01 mark-eof-flag         pic x value "N".
           88 mark-eof                 value "Y".

      * The source catalog: source file, interface file, and how it
      * is read -- R the repository past its high-water key, E the
      * indexed equipment master, F a flat master or log.
       01 source-catalog.
           05 filler pic x(21) value "RESULTREPO DWRESULT R".
           05 filler pic x(21) value "AFFEQUIP   DWEQUIP  E".
           05 filler pic x(21) value "ASSETREG   DWASSET  F".
           05 filler pic x(21) value "BILLLOG    DWBILL   F".
           05 filler pic x(21) value "PROJMAST   DWPROJ   F".
           05 filler pic x(21) value "PROJSPEND  DWSPEND  F".
           05 filler pic x(21) value "MVLOG      DWMV     F".
       01 source-entries redefines source-catalog.
           05 source-entry occurs 7 times.
               10 se-source     pic x(11).
               10 se-interface  pic x(9).
               10 se-kind       pic x.
       01 source-count          pic 9 value 7.
       01 src-idx               pic 9.

      * The marks as loaded from DWMARK, rewritten whole at the end.
       01 mark-count            pic 99 value zero.
       01 mark-idx              pic 99.
       01 mark-pick             pic 99 value zero.
           88 no-mark                  value zero.
       01 mark-table.
           05 mark-entry occurs 20 times.
               10 mt-source      pic x(10).
               10 mt-run         pic 9(6).
               10 mt-date        pic x(8).
               10 mt-time        pic x(6).
               10 mt-last-key    pic x(17).

      * This run.
       01 run-stamp.
           05 run-date          pic x(8).
           05 run-time          pic x(6).
           05 filler            pic x(7).
       01 attempt-stamp         pic x(14).
       01 this-source           pic x(10).
       01 this-run              pic 9(6).
       01 high-key              pic x(17).
       01 source-failed-flag    pic x value "N".
           88 source-failed            value "Y".
       01 source-missing-flag   pic x value "N".
           88 source-missing           value "Y".
       01 failed-count          pic 9 value zero.

      * The record under comparison.
       01 cur-key               pic x(38).
       01 cur-image             pic x(120).
       01 snap-ordinal          pic 99.
       01 probe-done-flag       pic x value "N".
           88 probe-done               value "Y".

      * Per-source and run counts.
       01 read-count            pic 9(7) value zero.
       01 add-count             pic 9(7) value zero.
       01 change-count          pic 9(7) value zero.
       01 delete-count          pic 9(7) value zero.
       01 detail-count          pic 9(7) value zero.
       01 total-read            pic 9(6) value zero.
       01 total-sent            pic 9(6) value zero.
       01 count-out             pic z,zzz,zz9.
       01 add-out               pic z,zzz,zz9.
       01 change-out            pic z,zzz,zz9.
       01 delete-out            pic z,zzz,zz9.

       procedure division.
       100-main-para.
           display spaces
           display "***** DATA-WAREHOUSE EXTRACT BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to run-stamp
           move run-stamp(1:14) to attempt-stamp
           move "DWEXTRCT" to audit-trail-pgm

           perform 110-load-marks thru 110-load-exit

           open i-o snapshot-file
           if snapshot-status EQUAL TO "35"
              open output snapshot-file
              close snapshot-file
              open i-o snapshot-file
           end-if
           if snapshot-status NOT EQUAL TO "00"
              display "Unable to open the DWSNAP extract image"
                      " (status " snapshot-status ") -- nothing"
                      " extracted."
              move source-count to failed-count
              go to 999-end-program
           end-if

           perform 130-extract-one-source thru 130-extract-exit
                   varying src-idx from 1 by 1
                   until src-idx > source-count

           close snapshot-file
           perform 200-save-marks thru 200-save-exit

           display spaces
           if failed-count > zero
              display failed-count " source(s) failed -- their"
                      " changes go again in full next run."
           else
              display "All sources extracted."
           end-if

      * Prove the work for the batch window.
           move "DWMARK" to rc-input-name
           move total-read to rc-read-count
           move total-sent to rc-processed-count
           move failed-count to rc-rejected-count
           move total-sent to rc-output-count
           perform 227-write-run-control
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** DATA-WAREHOUSE EXTRACT ENDS *****"
           display spaces

           move "DWEXTRCT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Warehouse extract run, " failed-count
                  " source(s) failed."
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

      * Run-control record -- see RUNCTLWR.
       COPY runctlwr REPLACING ==RC-PARA== BY
            ==227-write-run-control==.

      * Control-trailer paragraphs -- see CTLWR.  Only the hash
      * fold is performed here.
       COPY ctlwr REPLACING ==CT-PARA== BY
            ==910-write-one-trailer==
            ==CT-READ-PARA== BY ==911-read-trailer-record==
            ==CT-HOLD-PARA== BY ==912-hold-trailer-record==
            ==CT-REPLACE-PARA== BY ==913-replace-trailer-entry==
            ==CT-WRITE-PARA== BY ==914-write-trailer-entry==
            ==CT-BUILD-PARA== BY ==915-build-trailer-record==
            ==CT-HASH-PARA== BY ==920-fold-hash-record==
            ==CT-FOLD-PARA== BY ==921-fold-one-char==.

       110-load-marks.
           move zero to mark-count
           open input mark-file
           if mark-status NOT EQUAL TO "00"
              display "No DWMARK on file -- first extract, every"
                      " source sent in full."
              go to 110-load-exit
           end-if
           move "N" to mark-eof-flag
           perform 111-read-mark-record
           perform 112-store-mark-record until mark-eof
           close mark-file.
       110-load-exit.
           exit.

       111-read-mark-record.
           read mark-file
              at end move "Y" to mark-eof-flag
           end-read.

       112-store-mark-record.
           if dm-source NOT EQUAL TO spaces and mark-count < 20
              add 1 to mark-count
              move mark-count to mark-idx
              move dm-source   to mt-source(mark-idx)
              move dm-run      to mt-run(mark-idx)
              move dm-date     to mt-date(mark-idx)
              move dm-time     to mt-time(mark-idx)
              move dm-last-key to mt-last-key(mark-idx)
           end-if
           perform 111-read-mark-record.

      * The source's mark, added blank when it has none yet.
       115-find-mark.
           move zero to mark-pick
           perform 116-test-mark
                   varying mark-idx from 1 by 1
                   until mark-idx > mark-count
           if no-mark and mark-count < 20
              add 1 to mark-count
              move mark-count to mark-pick
              move this-source to mt-source(mark-pick)
              move zero to mt-run(mark-pick)
              move spaces to mt-date(mark-pick)
              move spaces to mt-time(mark-pick)
              move spaces to mt-last-key(mark-pick)
           end-if.

       116-test-mark.
           if mt-source(mark-idx) EQUAL TO this-source
              move mark-idx to mark-pick
           end-if.

      * One source: header, its changes, trailer.  The source's
      * staged differences commit and its mark advances only when
      * the whole file was written.
       130-extract-one-source.
           move se-source(src-idx) to this-source
           move se-interface(src-idx) to interface-name
           move "N" to source-failed-flag
           move "N" to source-missing-flag
           move zero to read-count add-count change-count
           move zero to delete-count detail-count
           move zero to ctl-hash-total
           perform 115-find-mark
           if no-mark
              display this-source " -- DWMARK table full, skipped."
              add 1 to failed-count
              go to 130-extract-exit
           end-if
           compute this-run = mt-run(mark-pick) + 1
           move mt-last-key(mark-pick) to high-key

           open output interface-file
           if interface-status NOT EQUAL TO "00"
              display "Unable to open " interface-name " -- "
                      this-source " not extracted."
              add 1 to failed-count
              go to 130-extract-exit
           end-if
           perform 131-write-header

           evaluate se-kind(src-idx)
              when "R"
                 perform 140-extract-repository thru 140-repo-exit
              when "E"
                 perform 150-extract-equipment thru 150-equip-exit
              when other
                 perform 160-extract-flat-file thru 160-flat-exit
           end-evaluate

           if NOT source-failed and NOT source-missing and
              se-kind(src-idx) NOT EQUAL TO "R"
              perform 180-send-deletes thru 180-delete-exit
           end-if

           if NOT source-failed
              perform 138-write-trailer
           end-if
           close interface-file
           if NOT source-failed and
              interface-status NOT EQUAL TO "00"
              move "Y" to source-failed-flag
           end-if

           if source-failed
              display this-source " -- extract incomplete (status "
                      interface-status "); not committed."
              add 1 to failed-count
              go to 130-extract-exit
           end-if

           if se-kind(src-idx) NOT EQUAL TO "R"
              perform 190-commit-source thru 190-commit-exit
           end-if
           move this-run to mt-run(mark-pick)
           move run-date to mt-date(mark-pick)
           move run-time to mt-time(mark-pick)
           move high-key to mt-last-key(mark-pick)

           add read-count to total-read
           add detail-count to total-sent
           move read-count to count-out
           move add-count to add-out
           move change-count to change-out
           move delete-count to delete-out
           display this-source " " count-out " read, " add-out
                   " A " change-out " C " delete-out " D to "
                   interface-name.
       130-extract-exit.
           exit.

       131-write-header.
           move spaces to dw-header-record
           move "H" to dh-rec-type
           move this-source to dh-source
           move this-run to dh-run
           move run-date to dh-date
           move run-time to dh-time
           move mt-date(mark-pick) to dh-since-date
           move mt-time(mark-pick) to dh-since-time
           write dw-header-record.

      * One D record: DD-ACTION and CUR-IMAGE are set by the caller.
       135-write-detail.
           move "D" to dd-rec-type
           move this-source to dd-source
           move cur-image to dd-image
           write dw-detail-record
           if interface-status NOT EQUAL TO "00"
              move "Y" to source-failed-flag
           end-if
           add 1 to detail-count
           evaluate dd-action
              when "A" add 1 to add-count
              when "C" add 1 to change-count
              when "D" add 1 to delete-count
           end-evaluate
           move spaces to ctl-hash-record
           move dw-detail-record to ctl-hash-record
           perform 920-fold-hash-record.

       138-write-trailer.
           move spaces to dw-trailer-record
           move "T" to dt-rec-type
           move this-source to dt-source
           move this-run to dt-run
           move add-count to dt-adds
           move change-count to dt-changes
           move delete-count to dt-deletes
           move detail-count to dt-count
           move ctl-hash-total to dt-hash
           write dw-trailer-record
           if interface-status NOT EQUAL TO "00"
              move "Y" to source-failed-flag
           end-if.

      * Repository results are never rewritten in place, so only
      * the results keyed past the high-water mark go, as adds.
       140-extract-repository.
           open input results-repo-file
           if results-repo-status NOT EQUAL TO "00"
              display this-source " not on file -- nothing sent."
              move "Y" to source-missing-flag
              go to 140-repo-exit
           end-if
           move "N" to source-eof-flag
           move high-key to rr-key
           start results-repo-file key GREATER THAN rr-key
              invalid key move "Y" to source-eof-flag
           end-start
           perform 141-read-next-result
           perform 142-send-result
                   until source-eof or source-failed
           close results-repo-file.
       140-repo-exit.
           exit.

       141-read-next-result.
           if NOT source-eof
              read results-repo-file next record
                 at end move "Y" to source-eof-flag
              end-read
           end-if.

       142-send-result.
           add 1 to read-count
           move "A" to dd-action
           move results-repo-record to cur-image
           perform 135-write-detail
           move rr-key to high-key
           perform 141-read-next-result.

       150-extract-equipment.
           open input equip-master-file
           if master-status NOT EQUAL TO "00"
              display this-source " not on file -- nothing sent."
              move "Y" to source-missing-flag
              go to 150-equip-exit
           end-if
           move "N" to source-eof-flag
           move low-values to equip-tag
           start equip-master-file key NOT LESS THAN equip-tag
              invalid key move "Y" to source-eof-flag
           end-start
           perform 151-read-next-equip
           perform 152-compare-equip
                   until source-eof or source-failed
           close equip-master-file.
       150-equip-exit.
           exit.

       151-read-next-equip.
           if NOT source-eof
              read equip-master-file next record
                 at end move "Y" to source-eof-flag
              end-read
           end-if.

       152-compare-equip.
           add 1 to read-count
           move spaces to cur-key
           move equip-tag to cur-key
           move equip-master-record to cur-image
           perform 170-compare-one-record thru 170-compare-exit
           perform 151-read-next-equip.

      * A flat source that is not on file sends nothing and is not
      * taken for a mass delete.
       160-extract-flat-file.
           move this-source to source-name
           open input source-file
           if source-status EQUAL TO "35"
              display this-source " not on file -- nothing sent."
              move "Y" to source-missing-flag
              go to 160-flat-exit
           end-if
           if source-status NOT EQUAL TO "00"
              display "Unable to open " this-source " (status "
                      source-status ")."
              move "Y" to source-failed-flag
              go to 160-flat-exit
           end-if
           move "N" to source-eof-flag
           perform 161-read-source-record
           perform 162-compare-flat-record thru 162-compare-exit
                   until source-eof or source-failed
           close source-file.
       160-flat-exit.
           exit.

       161-read-source-record.
           read source-file
              at end move "Y" to source-eof-flag
           end-read.

      * Each flat source's own key: the asset tag, the bill's plant
      * meter and period, the project number, the spend posting's
      * project, date, PO and vendor, the M&V tag, plant and month.
       162-compare-flat-record.
           if source-record EQUAL TO spaces
              perform 161-read-source-record
              go to 162-compare-exit
           end-if
           add 1 to read-count
           move spaces to cur-key
           evaluate this-source
              when "ASSETREG"
                 move source-record(1:10) to cur-key
              when "BILLLOG"
                 move source-record(1:30) to cur-key
              when "PROJMAST"
                 move source-record(1:6) to cur-key
              when "PROJSPEND"
                 string source-record(1:14) source-record(31:16)
                        delimited by size into cur-key
              when "MVLOG"
                 move source-record(1:20) to cur-key
              when other
                 move source-record(1:38) to cur-key
           end-evaluate
           move source-record(1:120) to cur-image
           perform 170-compare-one-record thru 170-compare-exit
           perform 161-read-source-record.
       162-compare-exit.
           exit.

      * Find the record's DWSNAP entry -- the first ordinal under
      * its key not already claimed tonight -- and stage the
      * difference against the image last sent.
       170-compare-one-record.
           move zero to snap-ordinal
           move "N" to probe-done-flag
           perform 171-probe-snapshot until probe-done.
       170-compare-exit.
           exit.

       171-probe-snapshot.
           move this-source to ds-source
           move cur-key to ds-rec-key
           move snap-ordinal to ds-ordinal
           read snapshot-file
              invalid key
                 perform 172-add-snapshot-entry
                 move "Y" to probe-done-flag
              not invalid key
                 if ds-seen-stamp EQUAL TO attempt-stamp and
                    snap-ordinal < 99
                    add 1 to snap-ordinal
                 else
                    perform 173-check-snapshot-entry
                    move "Y" to probe-done-flag
                 end-if
           end-read.

       172-add-snapshot-entry.
           move spaces to snapshot-record
           move this-source to ds-source
           move cur-key to ds-rec-key
           move snap-ordinal to ds-ordinal
           move "N" to ds-committed-flag
           move "A" to ds-pending-act
           move cur-image to ds-pending-image
           move attempt-stamp to ds-pending-stamp
           move attempt-stamp to ds-seen-stamp
           write snapshot-record
              invalid key
                 move "Y" to source-failed-flag
           end-write
           move "A" to dd-action
           perform 135-write-detail.

      * Never committed (a record first seen on a failed night) is
      * still an add; committed and different is a change.
       173-check-snapshot-entry.
           move attempt-stamp to ds-seen-stamp
           move attempt-stamp to ds-pending-stamp
           move cur-image to ds-pending-image
           evaluate true
              when NOT ds-committed
                 move "A" to ds-pending-act
              when ds-image NOT EQUAL TO cur-image
                 move "C" to ds-pending-act
              when other
                 move space to ds-pending-act
           end-evaluate
           rewrite snapshot-record
              invalid key
                 move "Y" to source-failed-flag
           end-rewrite
           if ds-pending-act NOT EQUAL TO space
              move ds-pending-act to dd-action
              perform 135-write-detail
           end-if.

      * Entries the source no longer carries: a committed one goes
      * as a delete with its last image; one never sent just drops.
       180-send-deletes.
           move "N" to snap-eof-flag
           move this-source to ds-source
           move low-values to ds-rec-key
           move zero to ds-ordinal
           start snapshot-file key NOT LESS THAN ds-key
              invalid key move "Y" to snap-eof-flag
           end-start
           perform 181-read-next-snapshot
           perform 182-test-snapshot-delete
                   until snap-eof or source-failed.
       180-delete-exit.
           exit.

       181-read-next-snapshot.
           if NOT snap-eof
              read snapshot-file next record
                 at end move "Y" to snap-eof-flag
              end-read
           end-if
           if NOT snap-eof and ds-source NOT EQUAL TO this-source
              move "Y" to snap-eof-flag
           end-if.

       182-test-snapshot-delete.
           if ds-seen-stamp NOT EQUAL TO attempt-stamp
              if ds-committed
                 move "D" to ds-pending-act
                 move attempt-stamp to ds-pending-stamp
                 rewrite snapshot-record
                    invalid key
                       move "Y" to source-failed-flag
                 end-rewrite
                 move "D" to dd-action
                 move ds-image to cur-image
                 perform 135-write-detail
              else
                 delete snapshot-file record
                    invalid key
                       move "Y" to source-failed-flag
                 end-delete
              end-if
           end-if
           perform 181-read-next-snapshot.

      * The source's file is whole: tonight's staged images become
      * the images last sent.
       190-commit-source.
           move "N" to snap-eof-flag
           move this-source to ds-source
           move low-values to ds-rec-key
           move zero to ds-ordinal
           start snapshot-file key NOT LESS THAN ds-key
              invalid key move "Y" to snap-eof-flag
           end-start
           perform 181-read-next-snapshot
           perform 191-commit-one-entry until snap-eof.
       190-commit-exit.
           exit.

       191-commit-one-entry.
           if ds-pending-stamp EQUAL TO attempt-stamp
              evaluate ds-pending-act
                 when "D"
                    delete snapshot-file record
                       invalid key
                          continue
                    end-delete
                 when "A"
                 when "C"
                    move ds-pending-image to ds-image
                    move "Y" to ds-committed-flag
                    move space to ds-pending-act
                    rewrite snapshot-record
                       invalid key
                          continue
                    end-rewrite
                 when other
                    continue
              end-evaluate
           end-if
           perform 181-read-next-snapshot.

       200-save-marks.
           open output mark-file
           if mark-status NOT EQUAL TO "00"
              display "Unable to rewrite DWMARK -- the next run will"
                      " send tonight's changes again."
              go to 200-save-exit
           end-if
           perform 201-write-one-mark
                   varying mark-idx from 1 by 1
                   until mark-idx > mark-count
           close mark-file.
       200-save-exit.
           exit.

       201-write-one-mark.
           move spaces to mark-record
           move mt-source(mark-idx)   to dm-source
           move mt-run(mark-idx)      to dm-run
           move mt-date(mark-idx)     to dm-date
           move mt-time(mark-idx)     to dm-time
           move mt-last-key(mark-idx) to dm-last-key
           write mark-record.
