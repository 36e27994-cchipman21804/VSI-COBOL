      *****************************************************************
      * FIXED-ASSET REGISTER AND ANNUAL DEPRECIATION RUN              *
      *                                                               *
      * DEPRSKED is a one-shot calculator; the asset data died with   *
      * the screen.  The ASSETREG register keeps every asset (tag     *
      * matching AFFEQUIP where one applies, description, cost,       *
      * in-service date, method, life, salvage, accumulated           *
      * depreciation, status) behind a maintenance screen, and the    *
      * annual run carries the whole register through the same        *
      * method arithmetic DEPRSKED uses -- each asset's year is       *
      * rebuilt from its in-service date, the accumulated figure is   *
      * posted back, and the register prints with additions and       *
      * fully-depreciated assets sectioned out.  One run, every       *
      * asset, every year.  Catalog the run as a BATCHCTL step with   *
      * the year and prompts in the job's input stream.               *
      *                                                               *
      *****************************************************************

      *                  is marked retired so AFFINITY and TAGRECON
      *                  stop expecting activity, and a disposal
      *                  slip prints through the letterhead path.
      * 2026-10-15  CAC  Added project settlement: a closed PROJMAST
      *                  project's PROJSPEND total less rebates
      *                  received is split into new register assets,
      *                  the project is marked settled, the CIP-to-
      *                  fixed-asset reclass is written to GLSETTLE in
      *                  the GLJOURNAL layout, and a settlement slip
      *                  prints to ASSETSLIP.
      * 2026-10-15  CAC  Added the physical-inventory cycle: each
      *                  asset carries its plant and last verified
      *                  date, count sheets print by plant, keyed or
      *                  ASSETSCAN-imported results log to ASSETCOUNT,
      *                  and the reconciliation stamps verified dates,
      *                  lists missing assets for retirement, adds
      *                  unregistered finds to ASSETFOLLOW, and shows
      *                  two-year count coverage.
      * 2026-10-15  CAC  GLMAP rows carry an effective date; the CIP
      *                  settlement posts to the accounts in force on
      *                  the settlement date and names the version
      *                  on the slip.
      * 2026-10-15  CAC  Settlements add to GLSETTLE under one combined
      *                  trailer instead of replacing it; the reclass
      *                  is written before the register and project
      *                  are saved, and a closed fiscal period (see
      *                  PERIODLK) takes no settlement.
      * 2026-10-15  CAC  A settlement dated before the fiscal
      *                  calendar is refused, as falling in a retired
      *                  and closed year.

       environment division.
       input-output section.
                  organization is line sequential
                  file status is slip-status.

      * Physical-inventory files -- the count-result log, the
      * scanner's export, and the follow-up list of items found on
      * the floor but not on the register.
           select count-file assign to "ASSETCOUNT"
                  organization is line sequential
                  file status is count-status.

           select scan-file assign to "ASSETSCAN"
                  organization is line sequential
                  file status is scan-status.

           select follow-file assign to "ASSETFOLLOW"
                  organization is line sequential
                  file status is follow-status.

      * Capital-project files, for settling a closed project's
      * construction-in-progress cost onto the register.
           select project-master-file assign to "PROJMAST"
                  organization is line sequential
                  file status is projmast-status.

           select project-spend-file assign to "PROJSPEND"
                  organization is line sequential
                  file status is projspend-status.

      * Utility rebate and incentive applications -- see REBSEL/REBFD.
           COPY rebsel.

      * Source-to-account mapping, as GLEXTRCT reads it.
           select glmap-file assign to "GLMAP"
                  organization is line sequential
                  file status is glmap-status.

      * The settlement's reclass entry, in the GLJOURNAL interface
      * layout -- see GLJRNFD.
           select journal-file assign to "GLSETTLE"
                  organization is line sequential
                  file status is journal-status.

      * Equipment-master file, for marking a disposed asset's
      * baseline retired -- see EQUIPSEL/EQUIPFD.
           COPY equipsel.
      * Fiscal-calendar file -- see FISCSEL/FISCFD/FISCWS.
           COPY fiscsel.

      * Fiscal-period lock -- see PLOCKSEL/PLOCKFD/PLOCKWS/PLOCKRD.
           COPY plocksel.

      * Shop-letterhead config -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
           COPY lettersel.
       file section.
      * One line per asset.  AR-STATUS is "A" active, "F" fully
      * depreciated, "R" retired (see the disposal processing).
      * AR-PLANT is where the asset sits and AR-VERIFIED the date
      * the last physical count found it.
       fd  asset-file
           record contains 120 characters.
       01 asset-record.
           05 ar-tag             pic x(10).
           05 ar-desc            pic x(20).
           05 ar-retire-date     pic x(8).
           05 ar-proceeds-in     pic x(10).
           05 filler             pic x(1).
           05 ar-plant           pic x(4).
           05 ar-verified        pic x(8).
           05 filler             pic x(8).

       fd  report-file
           record contains 100 characters.
           record contains 80 characters.
       01 slip-record           pic x(80).

      * One line per count result.  AC-RESULT is "F" found, "N" not
      * found, "W" found at the wrong location (AC-LOCATION is where
      * it turned up), or "U" found but not on the register.
       fd  count-file
           record contains 60 characters.
       01 count-record.
           05 ac-date            pic x(8).
           05 ac-plant           pic x(4).
           05 ac-tag             pic x(10).
           05 ac-result          pic x.
           05 ac-location        pic x(4).
           05 ac-desc            pic x(20).
           05 ac-oper            pic x(8).
           05 filler             pic x(5).

      * The scanner's export -- one line per tag read, with the
      * plant the scan was taken at.  A blank result reads as found.
       fd  scan-file
           record contains 40 characters.
       01 scan-record.
           05 sc-tag             pic x(10).
           05 sc-plant           pic x(4).
           05 sc-result          pic x.
           05 sc-desc            pic x(20).
           05 filler             pic x(5).

      * Found-but-unregistered items, in the count-result layout.
       fd  follow-file
           record contains 60 characters.
       01 follow-record.
           05 fu-date            pic x(8).
           05 fu-plant           pic x(4).
           05 fu-tag             pic x(10).
           05 fu-result          pic x.
           05 fu-location        pic x(4).
           05 fu-desc            pic x(20).
           05 fu-oper            pic x(8).
           05 filler             pic x(5).

      * PROJMAST and PROJSPEND as PROJMNT keeps them.
       fd  project-master-file
           record contains 70 characters.
       01 project-master-record.
           05 pj-number          pic 9(6).
           05 pj-tag             pic x(10).
           05 pj-study           pic x(20).
           05 pj-alt-name        pic x(15).
           05 pj-approved-in     pic x(10).
           05 pj-fy              pic x(4).
           05 pj-status          pic x.
           05 filler             pic x(4).

       fd  project-spend-file
           record contains 48 characters.
       01 project-spend-record.
           05 ps-number          pic 9(6).
           05 ps-date            pic x(8).
           05 ps-fy              pic x(4).
           05 ps-period          pic x(2).
           05 ps-amount-in       pic x(10).
           05 filler             pic x(18).

       COPY rebfd.

       fd  glmap-file
           record contains 60 characters.
       01 glmap-record.
           05 gm-pgm             pic x(10).
           05 gm-plant           pic x(4).
           05 gm-type            pic x(10).
           05 gm-dr-acct         pic x(8).
           05 gm-dr-cc           pic x(4).
           05 gm-cr-acct         pic x(8).
           05 gm-cr-cc           pic x(4).
           05 gm-eff-date        pic x(8).
           05 filler             pic x(8).

       COPY gljrnfd.

       COPY equipfd.

       COPY ctlfd.

       COPY fiscfd.

       COPY plockfd.

       COPY letterfd.

       working-storage section.
      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Fiscal-period lock fields -- see PLOCKWS.
       COPY plockws.

      * Shop-letterhead fields.
       COPY letterws.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * Reference-master version-in-force fields -- see VERWS.
       COPY verws.

      * In-storage register, worked whole and written back whole,
      * the OPERMNT shape.
       01 asset-status          pic xx.
               10 at-status      pic x.
               10 at-retire-date pic x(8).
               10 at-proceeds    pic 9(9)v99 USAGE COMP.
               10 at-plant       pic x(4).
               10 at-verified    pic x(8).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 proceeds-out          pic $$$,$$$,$$9.99 usage display.
       01 basis-out             pic $$$,$$$,$$9.99 usage display.

      * Settlement fields -- see 800-SETTLE-PROJECT.  PROJMAST is
      * held line for line and written back whole with the settled
      * project's status changed to "S".
       01 projmast-status       pic xx.
       01 projspend-status      pic xx.
       01 rebate-status         pic xx.
       01 glmap-status          pic xx.
       01 journal-status        pic xx.
       01 settle-eof-flag       pic x value "N".
           88 settle-eof               value "Y".
       01 project-count         pic 9(3) value zero.
       01 project-idx           pic 9(3).
       01 project-pick          pic 9(3) value zero.
       01 project-table.
           05 project-line occurs 300 times pic x(70).
       01 project-number-in     pic x(8).
       01 project-number        pic 9(6).
       01 gl-found-flag         pic x value "N".
           88 gl-found                 value "Y".
       01 gl-dr-acct            pic x(8).
       01 gl-dr-cc              pic x(4).
       01 gl-cr-acct            pic x(8).
       01 gl-cr-cc              pic x(4).
       01 spend-amount          pic 9(9)v99.
       01 project-spend         pic 9(9)v99.
       01 project-rebates       pic 9(9)v99.
       01 settle-total          pic s9(9)v99.
       01 settle-remaining      pic s9(9)v99.
       01 settle-first          pic 9(3).
       01 settle-count          pic 9(3).
       01 split-amount          pic 9(9)v99.
       01 journal-lines         pic 9(5) value zero.
       01 journal-total         pic 9(11)v99 value zero.
       01 journal-ref           pic x(14).
       01 journal-count-out     pic zz,zz9.
      * GLSETTLE collects every settlement until the GL loader
      * takes it: the entries already there are held and written
      * back ahead of the new ones, under one combined trailer.
       01 held-journal-count    pic 9(3) value zero.
       01 held-journal-idx      pic 9(3).
       01 max-held-journal      pic 9(3) value 400.
       01 held-journal-table.
           05 held-journal-line occurs 400 times pic x(80).
       01 reclass-flag          pic x value "N".
           88 reclass-written          value "Y".

      * Physical-inventory fields -- see 740-PHYSICAL-INVENTORY.
      * The reconciliation holds the cycle's count results and the
      * follow-up list's tags in storage.
       01 count-status          pic xx.
       01 scan-status           pic xx.
       01 follow-status         pic xx.
       01 inv-eof-flag          pic x value "N".
           88 inv-eof                  value "Y".
       01 plant-in              pic x(4).
       01 count-plant           pic x(4).
       01 count-date            pic x(8).
       01 cycle-start           pic x(8).
       01 result-in             pic x.
           88 result-valid             value "F" "N" "W" "U".
       01 plant-count           pic 9(3) value zero.
       01 plant-idx             pic 9(3).
       01 plant-pick            pic 9(3) value zero.
       01 plant-table.
           05 plant-code occurs 100 times pic x(4).
       01 result-count          pic 9(4) value zero.
       01 max-results           pic 9(4) value 2000.
       01 result-idx            pic 9(4).
       01 result-pick           pic 9(4) value zero.
       01 result-table.
           05 result-entry occurs 2000 times.
               10 rt-date        pic x(8).
               10 rt-plant       pic x(4).
               10 rt-tag         pic x(10).
               10 rt-result      pic x.
               10 rt-location    pic x(4).
               10 rt-desc        pic x(20).
       01 follow-count          pic 9(4) value zero.
       01 follow-idx            pic 9(4).
       01 follow-pick           pic 9(4) value zero.
       01 follow-table.
           05 follow-tag occurs 1000 times pic x(10).
       01 sheet-lines           pic 9(4) value zero.
       01 logged-count          pic 9(4) value zero.
       01 rejected-count        pic 9(4) value zero.
       01 found-count           pic 9(4) value zero.
       01 moved-count           pic 9(4) value zero.
       01 missing-count         pic 9(4) value zero.
       01 uncounted-count       pic 9(4) value zero.
       01 unregistered-count    pic 9(4) value zero.
       01 active-count          pic 9(4) value zero.
       01 current-count         pic 9(4) value zero.
       01 coverage-cutoff       pic 9(8).
       01 verified-num          pic 9(8).
       01 keying-flag           pic x value "N".
           88 keying-done              value "Y".
       01 location-in           pic x(4).
       01 missing-note          pic x(20).
       01 follow-note           pic x(24).
       01 inv-count-out         pic z,zz9.
       01 inv-count-out2        pic z,zz9.

      * Displayed-fields.
       01 cost-out              pic $$$,$$$,$$9.99 usage display.
       01 accum-out             pic $$$,$$$,$$9.99 usage display.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Fiscal-period lock load and check -- see PLOCKRD.
       COPY plockrd REPLACING ==PK-PARA== BY
            ==980-check-period-lock==
            ==PK-LOAD-PARA== BY ==980a-load-period-locks==
            ==PK-READ-PARA== BY ==980b-read-lock-record==
            ==PK-STORE-PARA== BY ==980c-store-lock-record==
            ==PK-TEST-PARA== BY ==980d-test-lock-entry==
            ==PK-MONTH-PARA== BY ==981-check-month-lock==.

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
                   to ar-proceeds-in
              compute at-proceeds(asset-idx) =
                      function numval(ar-proceeds-in)
              move function upper-case(ar-plant)
                   to at-plant(asset-idx)
              move ar-verified  to at-verified(asset-idx)
           end-if
           perform 111-read-asset-record.

           move at-retire-date(asset-idx) to ar-retire-date
           move at-proceeds(asset-idx)  to amount-fmt
           move amount-fmt(3:10)        to ar-proceeds-in
           move at-plant(asset-idx)     to ar-plant
           move at-verified(asset-idx)  to ar-verified
           write asset-record.

       120-menu-select-and-dispatch.
           display " 4 --- Delete an asset"
           display " 5 --- Annual depreciation run"
           display " 6 --- Retire/dispose of an asset"
           display " 7 --- Settle a closed capital project"
           display " 8 --- Physical inventory"
           display " 0 --- Save and exit"
           display "Select: " with no advancing
           accept menu-in
              when "4" perform 500-delete-asset thru 500-delete-exit
              when "5" perform 600-annual-run thru 600-run-exit
              when "6" perform 700-retire-asset thru 700-retire-exit
              when "7" perform 800-settle-project thru
                             800-settle-exit
              when "8" perform 740-physical-inventory
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 8."
           end-evaluate.

       200-browse-register.
           add 1 to asset-count
           move asset-count to asset-idx
           move tag-in to at-tag(asset-idx)
           move spaces to at-plant(asset-idx)
           move spaces to at-verified(asset-idx)
           perform 310-asset-fields-entry thru 310-fields-exit
           move zero to at-accum(asset-idx)
           move "A" to at-status(asset-idx)
           end-if
           move value-in(1:8) to at-inservice(asset-idx)

           perform 312-plant-entry
           perform 315-depreciation-fields-entry thru 315-fields-exit.
       310-fields-exit.
           exit.

      * The plant the asset sits at, for the physical count -- blank
      * keeps what is there.
       312-plant-entry.
           display "Plant code (blank keeps " at-plant(asset-idx)
                   "): " with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in NOT EQUAL TO spaces
              move plant-in to at-plant(asset-idx)
           end-if.

      * Method, class or life, declining-balance rate, and salvage
      * -- shared by the add/change screen and the project
      * settlement.
       315-depreciation-fields-entry.
           display "Method -- Straight line, Declining balance,"
           display "sum-of-Years, or Macrs? (S/D/Y/M): "
                    with no advancing
           if NOT method-sl and NOT method-db and
              NOT method-syd and NOT method-macrs
              display "Please enter S, D, Y, or M."
              go to 315-depreciation-fields-entry
           end-if
           move method-in to at-method(asset-idx)

                 at-class(asset-idx) NOT EQUAL TO 7 and
                 at-class(asset-idx) NOT EQUAL TO 10
                 display "Only classes 3, 5, 7, and 10 are tabled."
                 go to 315-depreciation-fields-entry
              end-if
              move at-class(asset-idx) to at-life(asset-idx)
              move zero to at-salvage(asset-idx)
              go to 315-fields-exit
           end-if

           display "Depreciable life in years (1-40): "
           if at-life(asset-idx) EQUAL TO zero or
              at-life(asset-idx) > 40
              display "Life must be 1-40 years."
              go to 315-depreciation-fields-entry
           end-if

           if method-db
              if at-dbpct(asset-idx) NOT EQUAL TO 150 and
                 at-dbpct(asset-idx) NOT EQUAL TO 200
                 display "Please enter 150 or 200."
                 go to 315-depreciation-fields-entry
              end-if
           end-if

              compute at-salvage(asset-idx) =
                      function numval(value-in)
           end-if.
       315-fields-exit.
           exit.

       400-change-asset.
       720-slip-exit.
           exit.

      * Physical inventory: count sheets by plant, count results
      * keyed off the sheets or imported from the scanner's
      * ASSETSCAN export into the ASSETCOUNT log, and a count cycle
      * reconciled back to the register -- verified dates stamped,
      * missing assets listed for the retirement screen, and
      * unregistered finds carried to the ASSETFOLLOW list.
       740-physical-inventory.
           display spaces
           display "Physical inventory:"
           display " 1 --- Print count sheets"
           display " 2 --- Key count results"
           display " 3 --- Import scanner results (ASSETSCAN)"
           display " 4 --- Reconcile the count to the register"
           display " 0 --- Return"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 750-print-count-sheets thru
                             750-sheets-exit
              when "2" perform 760-key-count-results thru
                             760-key-exit
              when "3" perform 770-import-scan-results thru
                             770-import-exit
              when "4" perform 780-reconcile-count thru
                             780-reconcile-exit
              when "0" continue
              when "zero" continue
              when other
                   display "Please select 0 through 4."
           end-evaluate.

      * The plants holding active assets, in register order --
      * just PLANT-IN's when one was keyed.
       741-collect-plants.
           move zero to plant-count
           perform 742-collect-one-plant
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count.

       742-collect-one-plant.
           if at-status(asset-idx) NOT EQUAL TO "R"
              if plant-in EQUAL TO spaces or
                 at-plant(asset-idx) EQUAL TO plant-in
                 move at-plant(asset-idx) to count-plant
                 perform 743-find-plant
                 if plant-pick EQUAL TO zero and
                    plant-count < 100
                    add 1 to plant-count
                    move count-plant to plant-code(plant-count)
                 end-if
              end-if
           end-if.

       743-find-plant.
           move zero to plant-pick
           perform 744-test-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count.

       744-test-one-plant.
           if plant-code(plant-idx) EQUAL TO count-plant
              move plant-idx to plant-pick
           end-if.

      * Count sheets go to the print file only.
       745-sheet-line.
           move out-line to report-record
           perform 197-write-report-line.

       750-print-count-sheets.
           display spaces
           display "Plant code (blank for all plants): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           perform 741-collect-plants
           if plant-count EQUAL TO zero
              display "No active assets on the register there."
              go to 750-sheets-exit
           end-if

           open output report-file
           if report-status NOT EQUAL TO "00"
              display "Unable to open ASSETPRINT for output."
              go to 750-sheets-exit
           end-if
           move "PHYSICAL INVENTORY COUNT SHEET" to report-title
           move "ASSETPRINT" to pg-spool-name
           move zero to page-number
           move 99 to page-line-count
           move zero to pg-money-total
           move zero to sheet-lines

           perform 751-sheet-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > plant-count

           perform 199-write-report-trailer
           close report-file
           move sheet-lines to inv-count-out
           move plant-count to count-out
           display inv-count-out " assets on " count-out
                   " plant count sheets written to ASSETPRINT.".
       750-sheets-exit.
           exit.

      * Every plant starts a fresh page.
       751-sheet-one-plant.
           move 99 to page-line-count
           move spaces to out-line
           if plant-code(plant-idx) EQUAL TO spaces
              string "PLANT: (NONE ON REGISTER)"
                     delimited by size into out-line
           else
              string "PLANT: " plant-code(plant-idx)
                     delimited by size into out-line
           end-if
           perform 745-sheet-line
           move spaces to out-line
           string "COUNT DATE: ________   COUNTED BY: ____________"
                  delimited by size into out-line
           perform 745-sheet-line
           move spaces to out-line
           perform 745-sheet-line
           move spaces to out-line
           string "TAG         DESCRIPTION           IN-SERVICE"
                  "  LAST COUNT  FOUND  NOT FOUND  FOUND AT"
                  delimited by size into out-line
           perform 745-sheet-line
           perform 752-sheet-one-asset
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
           move spaces to out-line
           perform 745-sheet-line
           move spaces to out-line
           string "FOUND BUT NOT LISTED ABOVE (TAG / DESCRIPTION):"
                  delimited by size into out-line
           perform 745-sheet-line
           move all "_" to out-line(1:60)
           perform 745-sheet-line
           perform 745-sheet-line
           perform 745-sheet-line.

       752-sheet-one-asset.
           if at-status(asset-idx) NOT EQUAL TO "R" and
              at-plant(asset-idx) EQUAL TO plant-code(plant-idx)
              move at-verified(asset-idx) to missing-note
              if missing-note EQUAL TO spaces
                 move "NEVER" to missing-note
              end-if
              move spaces to out-line
              string at-tag(asset-idx) "  " at-desc(asset-idx) "  "
                     at-inservice(asset-idx) "    "
                     missing-note(1:8)
                     "    [ ]     [ ]     ____"
                     delimited by size into out-line
              perform 745-sheet-line
              add 1 to sheet-lines
           end-if.

      * Keyed count results, off the marked-up count sheets.
       760-key-count-results.
           display spaces
           display "Plant being counted: " with no advancing
           accept count-plant
           move function upper-case(count-plant) to count-plant
           if count-plant EQUAL TO spaces
              display "A plant code is needed."
              go to 760-key-exit
           end-if
           perform 762-count-date-entry
           perform 790-open-count-log
           if count-status NOT EQUAL TO "00"
              go to 760-key-exit
           end-if

           move zero to logged-count
           move "N" to keying-flag
           perform 761-key-one-result thru 761-key-exit
                   until keying-done
           close count-file
           move logged-count to inv-count-out
           display inv-count-out " count results logged to"
                   " ASSETCOUNT."

           move "ASSETREG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Count results keyed for plant " count-plant
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       760-key-exit.
           exit.

       761-key-one-result.
           display spaces
           display "Asset tag (blank when the sheet is done): "
                   with no advancing
           accept tag-in
           if tag-in EQUAL TO spaces
              move "Y" to keying-flag
              go to 761-key-exit
           end-if

           perform 250-find-asset
           if asset-not-found
              display "Not on the register -- logged as found but"
                      " unregistered."
              display "Description: " with no advancing
              accept desc-in
              move "U" to result-in
              move count-plant to location-in
              perform 795-log-count-result
              go to 761-key-exit
           end-if

           move at-desc(asset-pick) to desc-in
           display desc-in "  plant " at-plant(asset-pick)
           display "Found, Not found, or found at the Wrong location"
                   " (F/N/W): " with no advancing
           accept result-in
           move function upper-case(result-in) to result-in
           if result-in NOT EQUAL TO "F" and
              result-in NOT EQUAL TO "N" and
              result-in NOT EQUAL TO "W"
              display "Please enter F, N, or W -- result not logged."
              go to 761-key-exit
           end-if
           move count-plant to location-in
           if result-in EQUAL TO "W"
              display "Plant it was found at (blank for "
                      count-plant "): " with no advancing
              accept location-in
              move function upper-case(location-in) to location-in
              if location-in EQUAL TO spaces
                 move count-plant to location-in
              end-if
           end-if
           perform 795-log-count-result.
       761-key-exit.
           exit.

       762-count-date-entry.
           display "Count date (YYYYMMDD, blank for today): "
                   with no advancing
           accept count-date
           if count-date EQUAL TO spaces
              move todays-date to count-date
           end-if
           if count-date NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              go to 762-count-date-entry
           end-if
           if function test-date-yyyymmdd(function numval(
              count-date)) NOT EQUAL TO zero
              display "That is not a calendar date."
              go to 762-count-date-entry
           end-if.

      * Scanner results: each ASSETSCAN line is a tag read at a
      * plant, logged the same way a keyed result is.
       770-import-scan-results.
           display spaces
           open input scan-file
           if scan-status NOT EQUAL TO "00"
              display "No ASSETSCAN export on file."
              go to 770-import-exit
           end-if
           perform 762-count-date-entry
           perform 790-open-count-log
           if count-status NOT EQUAL TO "00"
              close scan-file
              go to 770-import-exit
           end-if

           move zero to logged-count
           move zero to rejected-count
           move "N" to inv-eof-flag
           perform 771-read-scan-record
           perform 773-import-and-read until inv-eof
           close scan-file
           close count-file
           move logged-count to inv-count-out
           move rejected-count to inv-count-out2
           display inv-count-out " scans logged to ASSETCOUNT, "
                   inv-count-out2 " rejected."

           move "ASSETREG" to audit-trail-pgm
           move "ASSETSCAN scanner results imported to ASSETCOUNT."
                to audit-trail-detail
           perform 995-write-audit-trail.
       770-import-exit.
           exit.

       771-read-scan-record.
           read scan-file
              at end move "Y" to inv-eof-flag
           end-read.

       772-import-one-scan.
           move sc-tag to tag-in
           move function upper-case(sc-plant) to count-plant
           move count-plant to location-in
           move function upper-case(sc-result) to result-in
           move sc-desc to desc-in
           if result-in EQUAL TO space
              move "F" to result-in
           end-if
           if tag-in EQUAL TO spaces or
              count-plant EQUAL TO spaces or
              NOT result-valid
              add 1 to rejected-count
              display "Scan rejected: " scan-record
              go to 772-import-exit
           end-if

           perform 250-find-asset
           if asset-not-found and result-in EQUAL TO "N"
              add 1 to rejected-count
              display "Scan rejected (not on the register): "
                      scan-record
              go to 772-import-exit
           end-if
           if NOT asset-not-found
              move at-desc(asset-pick) to desc-in
           end-if
           perform 795-log-count-result.
       772-import-exit.
           exit.

       773-import-and-read.
           perform 772-import-one-scan thru 772-import-exit
           perform 771-read-scan-record.

      * Reconciliation: the latest result per tag since the cycle
      * began, matched against the register for one plant or all.
       780-reconcile-count.
           display spaces
           display "Plant code (blank for all plants): "
                   with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           display "Count cycle began (YYYYMMDD): " with no advancing
           accept cycle-start
           if cycle-start NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              go to 780-reconcile-exit
           end-if

           perform 781-load-count-results thru 781-load-exit
           if result-count EQUAL TO zero
              display "No count results on ASSETCOUNT since "
                      cycle-start "."
              go to 780-reconcile-exit
           end-if
           perform 786-load-follow-list thru 786-load-exit

           open output report-file
           if report-status NOT EQUAL TO "00"
              display "Unable to open ASSETPRINT for output."
              go to 780-reconcile-exit
           end-if
           move "PHYSICAL INVENTORY RECONCILIATION" to report-title
           move "ASSETPRINT" to pg-spool-name
           move zero to page-number
           move 99 to page-line-count
           move zero to pg-money-total

           move spaces to out-line
           if plant-in EQUAL TO spaces
              string "COUNT CYCLE FROM " cycle-start
                     "  -- ALL PLANTS  (run " todays-date-out ")"
                     delimited by size into out-line
           else
              string "COUNT CYCLE FROM " cycle-start
                     "  -- PLANT " plant-in
                     "  (run " todays-date-out ")"
                     delimited by size into out-line
           end-if
           perform 610-emit-line

           move zero to found-count
           move zero to moved-count
           move zero to missing-count
           move zero to uncounted-count
           move zero to unregistered-count
           move zero to active-count
           move zero to current-count

           move spaces to out-line
           perform 610-emit-line
           move "FOUND AWAY FROM THE REGISTERED PLANT (REGISTER MOVED)"
                to out-line
           perform 610-emit-line
           perform 791-match-one-asset thru 791-match-exit
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
           if moved-count EQUAL TO zero
              move "  NONE" to out-line
              perform 610-emit-line
           end-if

           move spaces to out-line
           perform 610-emit-line
           move "MISSING -- CANDIDATES FOR RETIREMENT (MENU 6)"
                to out-line
           perform 610-emit-line
           perform 792-list-one-missing thru 792-missing-exit
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
           if missing-count EQUAL TO zero and
              uncounted-count EQUAL TO zero
              move "  NONE" to out-line
              perform 610-emit-line
           end-if

           move spaces to out-line
           perform 610-emit-line
           move "FOUND BUT NOT ON THE REGISTER -- FOLLOW-UP"
                to out-line
           perform 610-emit-line
           open extend follow-file
           if follow-status EQUAL TO "05" OR
              follow-status EQUAL TO "35"
              open output follow-file
           end-if
           if follow-status NOT EQUAL TO "00"
              display "Unable to open the ASSETFOLLOW list."
           end-if
           perform 793-list-one-unregistered thru 793-unreg-exit
                   varying result-idx from 1 by 1
                   until result-idx > result-count
           if follow-status EQUAL TO "00"
              close follow-file
           end-if
           if unregistered-count EQUAL TO zero
              move "  NONE" to out-line
              perform 610-emit-line
           end-if

           move spaces to out-line
           perform 610-emit-line
           move found-count to inv-count-out
           move spaces to out-line
           string "FOUND AT THE REGISTERED PLANT:  " inv-count-out
                  delimited by size into out-line
           perform 610-emit-line
           move moved-count to inv-count-out
           move spaces to out-line
           string "FOUND AT ANOTHER PLANT:         " inv-count-out
                  delimited by size into out-line
           perform 610-emit-line
           move missing-count to inv-count-out
           move spaces to out-line
           string "NOT FOUND:                      " inv-count-out
                  delimited by size into out-line
           perform 610-emit-line
           move uncounted-count to inv-count-out
           move spaces to out-line
           string "NOT COUNTED:                    " inv-count-out
                  delimited by size into out-line
           perform 610-emit-line
           move unregistered-count to inv-count-out
           move spaces to out-line
           string "FOUND, NOT ON THE REGISTER:     " inv-count-out
                  delimited by size into out-line
           perform 610-emit-line

      * Two-year coverage, across the whole register.
           compute coverage-cutoff = todays-date - 20000
           move spaces to out-line
           perform 610-emit-line
           move spaces to out-line
           string "NOT VERIFIED SINCE " coverage-cutoff
                  delimited by size into out-line
           perform 610-emit-line
           perform 794-check-one-coverage thru 794-coverage-exit
                   varying asset-idx from 1 by 1
                   until asset-idx > asset-count
           if current-count EQUAL TO active-count
              move "  NONE" to out-line
              perform 610-emit-line
           end-if
           move current-count to inv-count-out
           move active-count to inv-count-out2
           move spaces to out-line
           string inv-count-out " OF " inv-count-out2
                  " ACTIVE ASSETS VERIFIED IN THE LAST TWO YEARS"
                  delimited by size into out-line
           perform 610-emit-line
           move spaces to out-line
           if current-count EQUAL TO active-count
              move "*** TWO-YEAR COUNT COVERAGE COMPLETE ***"
                   to out-line
           else
              move "*** TWO-YEAR COUNT COVERAGE INCOMPLETE ***"
                   to out-line
           end-if
           perform 610-emit-line

           perform 199-write-report-trailer
           close report-file
           display "Reconciliation written to ASSETPRINT."

           move "ASSETREG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Physical count reconciled from " cycle-start
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       780-reconcile-exit.
           exit.

       781-load-count-results.
           move zero to result-count
           open input count-file
           if count-status NOT EQUAL TO "00"
              go to 781-load-exit
           end-if
           move "N" to inv-eof-flag
           perform 782-read-count-record
           perform 783-store-count-record until inv-eof
           close count-file.
       781-load-exit.
           exit.

       782-read-count-record.
           read count-file
              at end move "Y" to inv-eof-flag
           end-read.

      * A later result for a tag replaces the earlier one.
       783-store-count-record.
           if ac-tag NOT EQUAL TO spaces and
              ac-date NOT LESS THAN cycle-start
              move ac-tag to tag-in
              perform 798-find-result
              if result-pick EQUAL TO zero and
                 result-count < max-results
                 add 1 to result-count
                 move result-count to result-pick
                 move spaces to rt-date(result-pick)
              end-if
              if result-pick NOT EQUAL TO zero
                 if ac-date NOT LESS THAN rt-date(result-pick)
                    move ac-date     to rt-date(result-pick)
                    move function upper-case(ac-plant)
                         to rt-plant(result-pick)
                    move ac-tag      to rt-tag(result-pick)
                    move ac-result   to rt-result(result-pick)
                    move function upper-case(ac-location)
                         to rt-location(result-pick)
                    move ac-desc     to rt-desc(result-pick)
                 end-if
              end-if
           end-if
           perform 782-read-count-record.

       786-load-follow-list.
           move zero to follow-count
           open input follow-file
           if follow-status NOT EQUAL TO "00"
              go to 786-load-exit
           end-if
           move "N" to inv-eof-flag
           perform 787-read-follow-record
           perform 788-store-follow-record until inv-eof
           close follow-file.
       786-load-exit.
           exit.

       787-read-follow-record.
           read follow-file
              at end move "Y" to inv-eof-flag
           end-read.

       788-store-follow-record.
           if fu-tag NOT EQUAL TO spaces and
              follow-count < 1000
              add 1 to follow-count
              move fu-tag to follow-tag(follow-count)
           end-if
           perform 787-read-follow-record.

      * Found at or away from its plant: the verified date is
      * stamped, and a find away from the plant moves the register.
       791-match-one-asset.
           if at-status(asset-idx) EQUAL TO "R"
              go to 791-match-exit
           end-if
           move at-tag(asset-idx) to tag-in
           perform 798-find-result
           if result-pick EQUAL TO zero
              go to 791-match-exit
           end-if
           if rt-result(result-pick) NOT EQUAL TO "F" and
              rt-result(result-pick) NOT EQUAL TO "W"
              go to 791-match-exit
           end-if
           if plant-in NOT EQUAL TO spaces and
              at-plant(asset-idx) NOT EQUAL TO plant-in and
              rt-location(result-pick) NOT EQUAL TO plant-in
              go to 791-match-exit
           end-if

           if rt-date(result-pick) > at-verified(asset-idx)
              move rt-date(result-pick) to at-verified(asset-idx)
              move "Y" to changed-flag
           end-if
           if rt-location(result-pick) EQUAL TO at-plant(asset-idx)
              add 1 to found-count
              go to 791-match-exit
           end-if

           add 1 to moved-count
           move spaces to out-line
           string "  " at-tag(asset-idx) "  " at-desc(asset-idx)
                  "  REGISTER " at-plant(asset-idx)
                  "  FOUND AT " rt-location(result-pick)
                  "  " rt-date(result-pick)
                  delimited by size into out-line
           perform 610-emit-line
           move rt-location(result-pick) to at-plant(asset-idx)
           move "Y" to changed-flag.
       791-match-exit.
           exit.

      * Not found, or never counted, at its registered plant.
       792-list-one-missing.
           if at-status(asset-idx) EQUAL TO "R"
              go to 792-missing-exit
           end-if
           if plant-in NOT EQUAL TO spaces and
              at-plant(asset-idx) NOT EQUAL TO plant-in
              go to 792-missing-exit
           end-if
           move at-tag(asset-idx) to tag-in
           perform 798-find-result
           if result-pick EQUAL TO zero
              add 1 to uncounted-count
              move "NOT COUNTED" to missing-note
           else
              if rt-result(result-pick) NOT EQUAL TO "N"
                 go to 792-missing-exit
              end-if
              add 1 to missing-count
              move spaces to missing-note
              string "NOT FOUND " rt-date(result-pick)
                     delimited by size into missing-note
           end-if

           move at-cost(asset-idx) to cost-out
           move spaces to out-line
           string "  " at-tag(asset-idx) "  " at-desc(asset-idx)
                  "  " at-plant(asset-idx) "  " cost-out
                  "  " missing-note
                  delimited by size into out-line
           perform 610-emit-line.
       792-missing-exit.
           exit.

      * An unregistered find goes on ASSETFOLLOW once.
       793-list-one-unregistered.
           if rt-result(result-idx) NOT EQUAL TO "U"
              go to 793-unreg-exit
           end-if
           if plant-in NOT EQUAL TO spaces and
              rt-plant(result-idx) NOT EQUAL TO plant-in
              go to 793-unreg-exit
           end-if
           move rt-tag(result-idx) to tag-in
           perform 250-find-asset
           if NOT asset-not-found
              go to 793-unreg-exit
           end-if

           add 1 to unregistered-count
           perform 796-find-follow-tag
           if follow-pick NOT EQUAL TO zero
              move "ALREADY ON ASSETFOLLOW" to follow-note
           else
              if follow-status NOT EQUAL TO "00"
                 move "NOT WRITTEN" to follow-note
              else
                 move spaces to follow-record
                 move rt-date(result-idx)     to fu-date
                 move rt-plant(result-idx)    to fu-plant
                 move rt-tag(result-idx)      to fu-tag
                 move "U"                     to fu-result
                 move rt-location(result-idx) to fu-location
                 move rt-desc(result-idx)     to fu-desc
                 if operator-id EQUAL TO low-values
                    move spaces to operator-id
                 end-if
                 move operator-id to fu-oper
                 write follow-record
                 if follow-count < 1000
                    add 1 to follow-count
                    move rt-tag(result-idx)
                         to follow-tag(follow-count)
                 end-if
                 move "ADDED TO ASSETFOLLOW" to follow-note
              end-if
           end-if

           move spaces to out-line
           string "  " rt-tag(result-idx) "  " rt-desc(result-idx)
                  "  " rt-location(result-idx)
                  "  " rt-date(result-idx) "  " follow-note
                  delimited by size into out-line
           perform 610-emit-line.
       793-unreg-exit.
           exit.

       794-check-one-coverage.
           if at-status(asset-idx) EQUAL TO "R"
              go to 794-coverage-exit
           end-if
           add 1 to active-count
           if at-verified(asset-idx) NUMERIC
              move at-verified(asset-idx) to verified-num
              if verified-num NOT LESS THAN coverage-cutoff
                 add 1 to current-count
                 go to 794-coverage-exit
              end-if
           end-if

           move spaces to out-line
           if at-verified(asset-idx) EQUAL TO spaces
              string "  " at-tag(asset-idx) "  " at-desc(asset-idx)
                     "  " at-plant(asset-idx) "  NEVER VERIFIED"
                     delimited by size into out-line
           else
              string "  " at-tag(asset-idx) "  " at-desc(asset-idx)
                     "  " at-plant(asset-idx) "  LAST VERIFIED "
                     at-verified(asset-idx)
                     delimited by size into out-line
           end-if
           perform 610-emit-line.
       794-coverage-exit.
           exit.

       790-open-count-log.
           open extend count-file
           if count-status EQUAL TO "05" OR count-status EQUAL TO "35"
              open output count-file
           end-if
           if count-status NOT EQUAL TO "00"
              display "Unable to open the ASSETCOUNT log."
           end-if.

      * One count result onto ASSETCOUNT.  A find is "W" whenever
      * the plant it turned up at is not its registered plant.
       795-log-count-result.
           move spaces to count-record
           move count-date  to ac-date
           move count-plant to ac-plant
           move tag-in      to ac-tag
           move desc-in     to ac-desc
           if asset-not-found
              move "U" to ac-result
              move location-in to ac-location
           else
              if result-in EQUAL TO "N"
                 move "N" to ac-result
              else
                 move location-in to ac-location
                 if location-in EQUAL TO at-plant(asset-pick)
                    move "F" to ac-result
                 else
                    move "W" to ac-result
                 end-if
              end-if
           end-if
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to ac-oper
           write count-record
           add 1 to logged-count.

       796-find-follow-tag.
           move zero to follow-pick
           perform 797-test-one-follow-tag
                   varying follow-idx from 1 by 1
                   until follow-idx > follow-count.

       797-test-one-follow-tag.
           if follow-tag(follow-idx) EQUAL TO tag-in
              move follow-idx to follow-pick
           end-if.

       798-find-result.
           move zero to result-pick
           perform 799-test-one-result
                   varying result-idx from 1 by 1
                   until result-idx > result-count.

       799-test-one-result.
           if rt-tag(result-idx) EQUAL TO tag-in
              move result-idx to result-pick
           end-if.

      * AFFEQUIP is cataloged with FILECHK, so a retirement rewrite
      * restamps its CTLTRLR control trailer: the whole master is
      * re-read, counted, and hash-folded the same way FILECHK's
            ==CT-BUILD-PARA== BY ==915-build-trailer-record==
            ==CT-HASH-PARA== BY ==920-fold-hash-record==
            ==CT-FOLD-PARA== BY ==921-fold-one-char==.

      * Settlement: a closed PROJMAST project's construction-in-
      * progress -- its PROJSPEND postings less the rebate checks
      * received on it -- is split by the accountant into one or
      * more new register assets, each with its own description,
      * cost, in-service date, method, and life, until the whole
      * amount is placed.  On confirmation the reclass (debit fixed
      * assets, credit CIP -- the GLMAP row for program PROJSETTLE,
      * type SETTLE) is added to GLSETTLE as one balanced pair per
      * asset; only once it is written is the register saved, the
      * project marked settled ("S"), and the slip printed to
      * ASSETSLIP.  The reclass posts with today's date, so a
      * closed fiscal period takes no settlement.
       800-settle-project.
           display spaces
           perform 810-load-projects thru 810-load-exit
           if project-count EQUAL TO zero
              display "No PROJMAST register on file."
              go to 800-settle-exit
           end-if

           display "Project number (blank to cancel): "
                   with no advancing
           accept project-number-in
           move function lower-case(project-number-in)
                to project-number-in
           if project-number-in EQUAL TO spaces
              go to 800-settle-exit
           end-if
           compute project-number = function numval(project-number-in)
           move zero to project-pick
           perform 812-test-one-project
                   varying project-idx from 1 by 1
                   until project-idx > project-count
           if project-pick EQUAL TO zero
              display "Project " project-number
                      " is not on the register."
              go to 800-settle-exit
           end-if
           move project-line(project-pick) to project-master-record
           if pj-status EQUAL TO "S"
              display "Project " pj-number " is already settled."
              go to 800-settle-exit
           end-if
           if pj-status NOT EQUAL TO "C"
              display "Project " pj-number " is not closed -- close"
                      " it in PROJMNT first."
              go to 800-settle-exit
           end-if

           perform 815-find-gl-mapping thru 815-gl-exit
           if NOT gl-found
              display "No GLMAP row for program PROJSETTLE, type"
                      " SETTLE -- the reclass has no accounts."
              go to 800-settle-exit
           end-if

           move todays-date-stamp(1:8) to period-lock-probe-date
           perform 980-check-period-lock
           if period-before-calendar
              display "That date falls before the fiscal calendar --"
                      " its year is retired and closed."
              go to 800-settle-exit
           end-if
           if period-closed
              display "FY" fiscal-year " P" fiscal-period
                      " is closed -- an administrator must reopen it"
                      " in PERIODLK."
              go to 800-settle-exit
           end-if
           if period-closing
              display "FY" fiscal-year " P" fiscal-period
                      " is closing -- post anyway? (Y/N): "
                      with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 800-settle-exit
              end-if
           end-if

           perform 820-total-project-cost thru 820-total-exit
           compute settle-total = project-spend - project-rebates
           move project-spend to cost-out
           display "Project " pj-number "  " pj-tag "  "
                   pj-alt-name
           display "  Spent to date:      " cost-out
           move project-rebates to cost-out
           display "  Rebates received:   " cost-out
           move settle-total to cost-out
           display "  To settle:          " cost-out
           if settle-total NOT GREATER THAN zero
              display "Nothing to settle on this project."
              go to 800-settle-exit
           end-if

           move settle-total to settle-remaining
           compute settle-first = asset-count + 1
           move zero to settle-count
           perform 830-settle-one-asset thru 830-asset-exit
                   until settle-remaining EQUAL TO zero
           if settle-count EQUAL TO zero
              go to 800-settle-exit
           end-if

           display spaces
           display "Settlement of project " pj-number ":"
           perform 210-disp-one-asset
                   varying asset-idx from settle-first by 1
                   until asset-idx > asset-count
           display "Post the settlement? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              compute asset-count = settle-first - 1
              display "Settlement abandoned -- nothing posted."
              go to 800-settle-exit
           end-if

           perform 850-write-reclass thru 850-reclass-exit
           if NOT reclass-written
              compute asset-count = settle-first - 1
              display "Settlement abandoned -- nothing posted."
              go to 800-settle-exit
           end-if

           perform 180-save-register thru 180-save-exit
           move "N" to changed-flag
           move "S" to pj-status
           move project-master-record to project-line(project-pick)
           perform 860-print-settlement-slip thru 860-slip-exit
           perform 840-save-projects thru 840-save-exit
           move project-line(project-pick) to project-master-record

           move settle-total to cost-out
           move "ASSETREG" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Project " pj-number " settled "
                  function trim(cost-out) " to "
                  settle-count " assets"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail
           display "Project " pj-number " settled.".
       800-settle-exit.
           exit.

       810-load-projects.
           move zero to project-count
           open input project-master-file
           if projmast-status NOT EQUAL TO "00"
              go to 810-load-exit
           end-if
           move "N" to settle-eof-flag
           perform 811-read-project-record
           perform 813-store-project-record until settle-eof
           close project-master-file.
       810-load-exit.
           exit.

       811-read-project-record.
           read project-master-file
              at end move "Y" to settle-eof-flag
           end-read.

       812-test-one-project.
           move project-line(project-idx) to project-master-record
           if pj-number NUMERIC and pj-number EQUAL TO project-number
              move project-idx to project-pick
           end-if.

       813-store-project-record.
           if project-count < 300
              add 1 to project-count
              move project-master-record
                   to project-line(project-count)
           end-if
           perform 811-read-project-record.

      * GLMAP versions in force -- see VERWS/VERRD.
       COPY verrd REPLACING ==VR-SCAN-PARA== BY
            ==814-scan-map-versions==
            ==VR-SCAN-EXIT== BY ==814-scan-map-exit==
            ==VR-READ-PARA== BY ==814a-read-map-version==
            ==VR-HOLD-PARA== BY ==814b-hold-map-version==
            ==VR-CHECK-PARA== BY ==814c-check-map-version==
            ==VR-FIND-PARA== BY ==814d-find-map-version==
            ==VR-TEST-PARA== BY ==814e-test-map-version==
            ==VR-FILE== BY ==glmap-file==
            ==VR-STATUS== BY ==glmap-status==
            ==VR-KEY== BY ==glmap-record(1:24)==
            ==VR-DATE== BY ==gm-eff-date==.

       815-find-gl-mapping.
           move "N" to gl-found-flag
           move todays-date-stamp(1:8) to vr-as-of-date
           perform 814-scan-map-versions thru 814-scan-map-exit
           open input glmap-file
           if glmap-status NOT EQUAL TO "00"
              go to 815-gl-exit
           end-if
           move "N" to settle-eof-flag
           perform 816-read-glmap-record
           perform 817-test-glmap-record until settle-eof
           close glmap-file.
       815-gl-exit.
           exit.

       816-read-glmap-record.
           read glmap-file
              at end move "Y" to settle-eof-flag
           end-read.

       817-test-glmap-record.
           perform 814c-check-map-version
           if vr-in-force and
              function upper-case(gm-pgm) EQUAL TO "PROJSETTLE" and
              function upper-case(gm-type) EQUAL TO "SETTLE"
              move "Y" to gl-found-flag
              move "Y" to settle-eof-flag
              move gm-dr-acct to gl-dr-acct
              move gm-dr-cc   to gl-dr-cc
              move gm-cr-acct to gl-cr-acct
              move gm-cr-cc   to gl-cr-cc
           else
              perform 816-read-glmap-record
           end-if.

      * The project's PROJSPEND total and the rebate checks
      * received against it.
       820-total-project-cost.
           move zero to project-spend
           move zero to project-rebates
           open input project-spend-file
           if projspend-status EQUAL TO "00"
              move "N" to settle-eof-flag
              perform 821-read-spend-record
              perform 822-add-spend-record until settle-eof
              close project-spend-file
           end-if
           open input rebate-file
           if rebate-status NOT EQUAL TO "00"
              go to 820-total-exit
           end-if
           move "N" to settle-eof-flag
           perform 823-read-rebate-record
           perform 824-add-rebate-record until settle-eof
           close rebate-file.
       820-total-exit.
           exit.

       821-read-spend-record.
           read project-spend-file
              at end move "Y" to settle-eof-flag
           end-read.

       822-add-spend-record.
           if ps-number EQUAL TO pj-number
              move function lower-case(ps-amount-in) to ps-amount-in
              compute spend-amount = function numval(ps-amount-in)
              add spend-amount to project-spend
           end-if
           perform 821-read-spend-record.

       823-read-rebate-record.
           read rebate-file
              at end move "Y" to settle-eof-flag
           end-read.

       824-add-rebate-record.
           if rb-number EQUAL TO pj-number and
              rb-received-in NOT EQUAL TO spaces
              move function lower-case(rb-received-in)
                   to rb-received-in
              compute spend-amount = function numval(rb-received-in)
              add spend-amount to project-rebates
           end-if
           perform 823-read-rebate-record.

      * One asset of the split.  A blank tag ends the split early
      * and abandons the assets keyed so far; a blank cost takes
      * everything still unplaced.
       830-settle-one-asset.
           move settle-remaining to cost-out
           display spaces
           display "Still to place: " cost-out
           display "Asset tag (blank to abandon the settlement): "
                   with no advancing
           accept tag-in
           if tag-in EQUAL TO spaces
              compute asset-count = settle-first - 1
              move zero to settle-count
              move zero to settle-remaining
              display "Settlement abandoned -- nothing posted."
              go to 830-asset-exit
           end-if
           perform 250-find-asset
           if NOT asset-not-found
              display "That tag is already on the register."
              go to 830-asset-exit
           end-if
           if asset-count EQUAL TO max-assets
              display "Register is full."
              compute asset-count = settle-first - 1
              move zero to settle-count
              move zero to settle-remaining
              go to 830-asset-exit
           end-if

           display "Description: " with no advancing
           accept desc-in
           if desc-in EQUAL TO spaces
              move pj-alt-name to desc-in
           end-if

           display "Cost ($, blank for all still to place): "
                   with no advancing
           accept value-in
           move function lower-case(value-in) to value-in
           if value-in EQUAL TO spaces
              move settle-remaining to split-amount
           else
              compute split-amount = function numval(value-in)
           end-if
           if split-amount EQUAL TO zero or
              split-amount > settle-remaining
              display "The cost is more than zero and no more than"
                      " what is still to place."
              go to 830-asset-exit
           end-if

           display "In-service date (YYYYMMDD): " with no advancing
           accept value-in
           if value-in(1:8) NOT NUMERIC
              display "Date must be numeric YYYYMMDD."
              go to 830-asset-exit
           end-if
           if function test-date-yyyymmdd(function numval(
              value-in(1:8))) NOT EQUAL TO zero
              display "That is not a calendar date."
              go to 830-asset-exit
           end-if

           add 1 to asset-count
           move asset-count to asset-idx
           move tag-in to at-tag(asset-idx)
           move desc-in to at-desc(asset-idx)
           move split-amount to at-cost(asset-idx)
           move value-in(1:8) to at-inservice(asset-idx)
           move 200 to at-dbpct(asset-idx)
           move zero to at-class(asset-idx)
           move spaces to at-plant(asset-idx)
           move spaces to at-verified(asset-idx)
           perform 312-plant-entry
           perform 315-depreciation-fields-entry thru 315-fields-exit
           move zero to at-accum(asset-idx)
           move "A" to at-status(asset-idx)
           move spaces to at-retire-date(asset-idx)
           move zero to at-proceeds(asset-idx)
           subtract split-amount from settle-remaining
           add 1 to settle-count.
       830-asset-exit.
           exit.

       840-save-projects.
           open output project-master-file
           if projmast-status NOT EQUAL TO "00"
              display "Unable to open PROJMAST for output -- mark"
                      " the project settled by hand."
              go to 840-save-exit
           end-if
           perform 841-write-one-project
                   varying project-idx from 1 by 1
                   until project-idx > project-count
           close project-master-file.
       840-save-exit.
           exit.

       841-write-one-project.
           move project-line(project-idx) to project-master-record
           write project-master-record.

      * The reclass: for each settled asset a debit to fixed assets
      * and its credit to CIP, after whatever earlier settlements
      * GLSETTLE already holds, then one control-total trailer over
      * the whole file for the GL loader.  RECLASS-FLAG comes back
      * "N" when the file cannot be read or written.
       850-write-reclass.
           move "N" to reclass-flag
           move zero to journal-lines
           move zero to journal-total
           move zero to held-journal-count
           open input journal-file
           if journal-status EQUAL TO "00"
              move "N" to settle-eof-flag
              perform 852-read-journal-record
              perform 853-hold-journal-record until settle-eof
              close journal-file
           else
              if journal-status NOT EQUAL TO "35"
                 display "Unable to read the GLSETTLE interface file."
                 go to 850-reclass-exit
              end-if
           end-if
           if held-journal-count + (settle-count * 2) >
              max-held-journal
              display "GLSETTLE is full -- run the GL loader before"
                      " settling more projects."
              go to 850-reclass-exit
           end-if

           open output journal-file
           if journal-status NOT EQUAL TO "00"
              display "Unable to open the GLSETTLE interface file."
              go to 850-reclass-exit
           end-if
           perform 854-write-held-record
                   varying held-journal-idx from 1 by 1
                   until held-journal-idx > held-journal-count
           move spaces to journal-ref
           string "SETTLE:" pj-number
                  delimited by size into journal-ref
           perform 851-write-reclass-pair
                   varying asset-idx from settle-first by 1
                   until asset-idx > asset-count

           move spaces to journal-record
           move "T" to jl-rec-type
           move journal-total to jl-amount
           move todays-date-stamp(1:8) to jl-date
           move journal-lines to journal-count-out
           string "LINES=" journal-count-out
                  delimited by size into jl-ref
           move "CONTROL TOTAL" to jl-desc
           write journal-record
           close journal-file
           move "Y" to reclass-flag
           compute journal-count-out = settle-count * 2
           display journal-count-out " reclass lines written to"
                   " GLSETTLE.".
       850-reclass-exit.
           exit.

       852-read-journal-record.
           read journal-file
              at end move "Y" to settle-eof-flag
           end-read.

      * An earlier settlement's pair is held and counted into the
      * new trailer; its old trailer is dropped.
       853-hold-journal-record.
           if jl-rec-type NOT EQUAL TO "T" and
              held-journal-count < max-held-journal
              add 1 to held-journal-count
              move journal-record
                   to held-journal-line(held-journal-count)
              add 1 to journal-lines
              if jl-rec-type EQUAL TO "D"
                 add jl-amount to journal-total
              end-if
           end-if
           perform 852-read-journal-record.

       854-write-held-record.
           move held-journal-line(held-journal-idx) to journal-record
           write journal-record.

       851-write-reclass-pair.
           move spaces to journal-record
           move "D" to jl-rec-type
           move gl-dr-acct to jl-acct
           move gl-dr-cc to jl-cc
           move at-cost(asset-idx) to jl-amount
           move todays-date-stamp(1:8) to jl-date
           move journal-ref to jl-ref
           string "CIP TO FA " at-tag(asset-idx)
                  delimited by size into jl-desc
           write journal-record
           add 1 to journal-lines
           add at-cost(asset-idx) to journal-total

           move spaces to journal-record
           move "C" to jl-rec-type
           move gl-cr-acct to jl-acct
           move gl-cr-cc to jl-cc
           move at-cost(asset-idx) to jl-amount
           move todays-date-stamp(1:8) to jl-date
           move journal-ref to jl-ref
           string "CIP TO FA " at-tag(asset-idx)
                  delimited by size into jl-desc
           write journal-record
           add 1 to journal-lines.

       860-print-settlement-slip.
           open extend slip-file
           if slip-status EQUAL TO "05" OR slip-status EQUAL TO "35"
              open output slip-file
           end-if
           if slip-status NOT EQUAL TO "00"
              display "Unable to open the ASSETSLIP file."
              go to 860-slip-exit
           end-if

           move spaces to slip-record
           string lh-line1 delimited by size into slip-record
           write slip-record
           if lh-line2 NOT EQUAL TO spaces
              move spaces to slip-record
              string lh-line2 delimited by size into slip-record
              write slip-record
           end-if
           move spaces to slip-record
           string "CIP SETTLEMENT SLIP  " todays-date-out
                  delimited by size into slip-record
           write slip-record
           move spaces to slip-record
           string "PROJECT:   " pj-number "  " pj-tag "  "
                  pj-alt-name
                  delimited by size into slip-record
           write slip-record
           move project-spend to cost-out
           move spaces to slip-record
           string "SPENT:     " cost-out
                  delimited by size into slip-record
           write slip-record
           move project-rebates to cost-out
           move spaces to slip-record
           string "REBATES:   " cost-out
                  delimited by size into slip-record
           write slip-record
           move settle-total to cost-out
           move spaces to slip-record
           string "SETTLED:   " cost-out
                  delimited by size into slip-record
           write slip-record
           perform 861-slip-one-asset
                   varying asset-idx from settle-first by 1
                   until asset-idx > asset-count
           move spaces to slip-record
           string "RECLASS:   DR " gl-dr-acct "/" gl-dr-cc
                  "  CR " gl-cr-acct "/" gl-cr-cc
                  "  REF " journal-ref
                  delimited by size into slip-record
           write slip-record
           move spaces to slip-record
           string "           GLMAP VERSION " vr-version-out
                  " IN FORCE " vr-as-of-date
                  delimited by size into slip-record
           write slip-record
           move spaces to slip-record
           write slip-record

           close slip-file
           display "Settlement slip appended to ASSETSLIP.".
       860-slip-exit.
           exit.

       861-slip-one-asset.
           move at-cost(asset-idx) to cost-out
           move spaces to slip-record
           string "ASSET:     " at-tag(asset-idx) "  "
                  at-desc(asset-idx) "  " at-inservice(asset-idx)
                  " " at-method(asset-idx) " " at-life(asset-idx)
                  " " cost-out
                  delimited by size into slip-record
           write slip-record.
