      *****************************************************************
      * PLANT / SYSTEM / EQUIPMENT HIERARCHY                          *
      *                                                               *
      * Keeps the ASSETHIER asset tree -- plants, the systems each    *
      * plant runs (chilled water, steam, compressed air ...), and    *
      * the equipment tags hung from each system -- so the reports    *
      * roll a boiler, pump, chiller, trap, or meter up to its plant  *
      * and system off one tree instead of off whichever schedule     *
      * happens to carry the tag.  A node is removed only once        *
      * nothing hangs from it.  The listing prints the tree for one   *
      * plant, for one system across every plant, or whole, and       *
      * flags any equipment left hanging from a system that is no     *
      * longer on file.                                               *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   hiermnt.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
      * The asset hierarchy -- see HIERSEL.
           COPY hiersel.

           select report-file assign to "HIERPRINT"
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
       COPY hierfd.

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

      * In-storage copy of the tree -- maintenance works on the
      * table and writes the file back whole, the VENDMNT shape.
      * See HIERWS.
       COPY hierws.

      * Menu-fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".

      * Entry fields.
       01 level-in              pic x.
           88 valid-level              value "P" "S" "E".
       01 plant-in              pic x(4).
       01 system-in             pic x(10).
       01 tag-in                pic x(10).
       01 desc-in               pic x(30).
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 node-pick             pic 9(3) value zero.
           88 node-not-found           value zero.
       01 probe-level           pic x.
       01 probe-code            pic x(10).
       01 probe-plant           pic x(4).
       01 child-count           pic 9(3).
       01 old-plant             pic x(4).
       01 old-system            pic x(10).

      * Listing fields.
       01 list-plant            pic x(4).
       01 list-system           pic x(10).
       01 plant-idx             pic 9(3).
       01 system-idx            pic 9(3).
       01 plants-listed         pic 9(3).
       01 systems-listed        pic 9(3).
       01 equip-listed          pic 9(3).
       01 equip-under           pic 9(3).
       01 orphan-count          pic 9(3).

      * Displayed-fields.
       01 count-out             pic zz9.
       01 count2-out            pic zz9.
       01 count3-out            pic zz9.
       01 out-line              pic x(100).

       procedure division.
       100-main-para.
           display spaces
           display "***** ASSET HIERARCHY BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

           perform 110-load-hierarchy thru 110-load-exit
           if hier-status NOT EQUAL TO "00"
              display "No ASSETHIER hierarchy on file yet -- the"
              display "first plant entered creates it."
           end-if
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** ASSET HIERARCHY ENDS *****"
           display spaces

           move "HIERMNT" to audit-trail-pgm
           move "Asset-hierarchy session completed."
                           to audit-trail-detail
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

      * Tree load and tag lookup -- see HIERRD.
       COPY hierrd REPLACING ==HI-LOAD-PARA== BY
            ==110-load-hierarchy==
            ==HI-LOAD-EXIT== BY ==110-load-exit==
            ==HI-READ-PARA== BY ==111-read-hier-record==
            ==HI-STORE-PARA== BY ==112-store-hier-record==
            ==HI-FIND-PARA== BY ==115-find-tag==
            ==HI-TEST-PARA== BY ==116-test-tag==.

       120-menu-select-and-dispatch.
           display spaces
           display "What do you need to do?"
           display " 1 --- Enter or change a plant"
           display " 2 --- Enter or change a system under a plant"
           display " 3 --- Enter, change, or move an equipment tag"
           display " 4 --- Remove a node"
           display " 5 --- Hierarchy listing"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 300-enter-plant thru
                             300-enter-exit
              when "2" perform 320-enter-system thru
                             320-enter-exit
              when "3" perform 340-enter-equipment thru
                             340-enter-exit
              when "4" perform 360-remove-node thru
                             360-remove-exit
              when "5" perform 400-list-hierarchy thru
                             400-list-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 5."
           end-evaluate.

       180-save-hierarchy.
           open output asset-hier-file
           if hier-status NOT EQUAL TO "00"
              display "Unable to open ASSETHIER for output."
              go to 180-save-exit
           end-if
           perform 181-write-one-node
                   varying hier-idx from 1 by 1
                   until hier-idx > hier-count
           close asset-hier-file.
       180-save-exit.
           exit.

       181-write-one-node.
           move spaces to asset-hier-record
           move ht-level(hier-idx)  to ah-level
           move ht-code(hier-idx)   to ah-code
           move ht-parent(hier-idx) to ah-parent
           move ht-plant(hier-idx)  to ah-plant
           move ht-desc(hier-idx)   to ah-desc
           move ht-oper(hier-idx)   to ah-oper
           write asset-hier-record.

      * NODE-PICK comes back non-zero when PROBE-LEVEL/PROBE-CODE
      * (and PROBE-PLANT, for a system) is on the tree.
       190-find-node.
           move zero to node-pick
           perform 191-test-one-node
                   varying hier-idx from 1 by 1
                   until hier-idx > hier-count.

       191-test-one-node.
           if ht-level(hier-idx) EQUAL TO probe-level and
              ht-code(hier-idx) EQUAL TO probe-code
              if probe-level NOT EQUAL TO "S" or
                 ht-plant(hier-idx) EQUAL TO probe-plant
                 move hier-idx to node-pick
              end-if
           end-if.

       192-disp-one-node.
           evaluate ht-level(hier-idx)
              when "P"
                 display "PLANT  " ht-code(hier-idx) "        "
                         ht-desc(hier-idx)
              when "S"
                 display "SYSTEM " ht-plant(hier-idx) "/"
                         ht-code(hier-idx) " " ht-desc(hier-idx)
              when "E"
                 display "EQUIP  " ht-plant(hier-idx) "/"
                         ht-parent(hier-idx) " " ht-code(hier-idx)
                         " " ht-desc(hier-idx)
           end-evaluate.

      * The description: required on a new node, a blank reply
      * keeps what is on file on a change.
       195-desc-entry.
           display "Description: " with no advancing
           accept desc-in
           if desc-in NOT EQUAL TO spaces
              move desc-in to ht-desc(node-pick)
           end-if
           if ht-desc(node-pick) EQUAL TO spaces
              display "A node needs a description."
              go to 195-desc-entry
           end-if.

       196-stamp-and-save.
           if operator-id EQUAL TO low-values
              move spaces to operator-id
           end-if
           move operator-id to ht-oper(node-pick)
           perform 180-save-hierarchy thru 180-save-exit.

      * A new node takes the next table slot.
       198-new-node.
           add 1 to hier-count
           move hier-count to node-pick
           move probe-level to ht-level(node-pick)
           move probe-code  to ht-code(node-pick)
           move spaces      to ht-parent(node-pick)
           move spaces      to ht-plant(node-pick)
           move spaces      to ht-desc(node-pick)
           move spaces      to ht-oper(node-pick).

       300-enter-plant.
           display spaces
           display "Plant code (blank to cancel): " with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces
              go to 300-enter-exit
           end-if
           move "P" to probe-level
           move plant-in to probe-code
           perform 190-find-node
           if node-not-found
              if hier-count NOT LESS THAN max-hier-nodes
                 display "The hierarchy is full."
                 go to 300-enter-exit
              end-if
              perform 198-new-node
              move plant-in to ht-plant(node-pick)
              display "New plant " function trim(plant-in) "."
           else
              move node-pick to hier-idx
              display "On file:"
              perform 192-disp-one-node
              display "(a blank reply keeps what is on file)"
           end-if
           perform 195-desc-entry
           perform 196-stamp-and-save
           display "Plant " function trim(plant-in) " saved."

           move "HIERMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Plant " plant-in " set -- " ht-desc(node-pick)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       300-enter-exit.
           exit.

      * A system hangs from a plant already on the tree.
       320-enter-system.
           display spaces
           display "Plant code (blank to cancel): " with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces
              go to 320-enter-exit
           end-if
           move "P" to probe-level
           move plant-in to probe-code
           perform 190-find-node
           if node-not-found
              display "Plant " function trim(plant-in)
                      " is not on the tree -- enter it first."
              go to 320-enter-system
           end-if
           display "System code (CHW, STEAM, AIR ...): "
                   with no advancing
           accept system-in
           move function upper-case(system-in) to system-in
           if system-in EQUAL TO spaces
              go to 320-enter-exit
           end-if
           move "S" to probe-level
           move system-in to probe-code
           move plant-in to probe-plant
           perform 190-find-node
           if node-not-found
              if hier-count NOT LESS THAN max-hier-nodes
                 display "The hierarchy is full."
                 go to 320-enter-exit
              end-if
              perform 198-new-node
              move plant-in to ht-parent(node-pick)
              move plant-in to ht-plant(node-pick)
              display "New system " function trim(system-in)
                      " under plant " function trim(plant-in) "."
           else
              move node-pick to hier-idx
              display "On file:"
              perform 192-disp-one-node
              display "(a blank reply keeps what is on file)"
           end-if
           perform 195-desc-entry
           perform 196-stamp-and-save
           display "System " function trim(plant-in) "/"
                   function trim(system-in) " saved."

           move "HIERMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "System " plant-in "/" system-in " set -- "
                  ht-desc(node-pick)
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       320-enter-exit.
           exit.

      * An equipment tag is unique across the tree; entering one
      * already on file can move it to another plant or system.
       340-enter-equipment.
           display spaces
           display "Equipment tag (blank to cancel): "
                   with no advancing
           accept tag-in
           move function upper-case(tag-in) to tag-in
           if tag-in EQUAL TO spaces
              go to 340-enter-exit
           end-if
           move "E" to probe-level
           move tag-in to probe-code
           perform 190-find-node
           if node-not-found
              if hier-count NOT LESS THAN max-hier-nodes
                 display "The hierarchy is full."
                 go to 340-enter-exit
              end-if
              move spaces to old-plant old-system
              display "New equipment tag " function trim(tag-in) "."
           else
              move node-pick to hier-idx
              move ht-plant(node-pick)  to old-plant
              move ht-parent(node-pick) to old-system
              display "On file:"
              perform 192-disp-one-node
              display "(a blank reply keeps what is on file)"
           end-if
           perform 345-equip-parent-entry thru 345-parent-exit
           if plant-in EQUAL TO spaces
              go to 340-enter-exit
           end-if

           move "E" to probe-level
           move tag-in to probe-code
           perform 190-find-node
           if node-not-found
              perform 198-new-node
           end-if
           move plant-in  to ht-plant(node-pick)
           move system-in to ht-parent(node-pick)
           perform 195-desc-entry
           perform 196-stamp-and-save
           display "Tag " function trim(tag-in) " saved under "
                   function trim(plant-in) "/"
                   function trim(system-in) "."

           move "HIERMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           if old-plant NOT EQUAL TO spaces and
              (old-plant NOT EQUAL TO plant-in or
               old-system NOT EQUAL TO system-in)
              string "Tag " tag-in " moved from " old-plant "/"
                     old-system " to " plant-in "/" system-in
                     delimited by size into audit-trail-detail
           else
              string "Tag " tag-in " set under " plant-in "/"
                     system-in
                     delimited by size into audit-trail-detail
           end-if
           perform 995-write-audit-trail.
       340-enter-exit.
           exit.

      * The plant and system the tag hangs from -- both must be on
      * the tree; blank replies keep the tag where it is.  A blank
      * PLANT-IN on the way out cancels the entry.
       345-equip-parent-entry.
           display "Plant code: " with no advancing
           accept plant-in
           move function upper-case(plant-in) to plant-in
           if plant-in EQUAL TO spaces
              move old-plant to plant-in
           end-if
           if plant-in EQUAL TO spaces
              go to 345-parent-exit
           end-if
           move "P" to probe-level
           move plant-in to probe-code
           perform 190-find-node
           if node-not-found
              display "Plant " function trim(plant-in)
                      " is not on the tree."
              go to 345-equip-parent-entry
           end-if.

       346-equip-system-entry.
           display "System code: " with no advancing
           accept system-in
           move function upper-case(system-in) to system-in
           if system-in EQUAL TO spaces and
              plant-in EQUAL TO old-plant
              move old-system to system-in
           end-if
           if system-in EQUAL TO spaces
              display "Equipment hangs from a system."
              go to 346-equip-system-entry
           end-if
           move "S" to probe-level
           move system-in to probe-code
           move plant-in to probe-plant
           perform 190-find-node
           if node-not-found
              display "Plant " function trim(plant-in) " has no system "
                      function trim(system-in) " -- enter it first."
              go to 346-equip-system-entry
           end-if.
       345-parent-exit.
           exit.

      * Only a leaf comes off: a plant with systems under it, or a
      * system with equipment hung from it, stays.
       360-remove-node.
           display spaces
           display "Remove a Plant, System, or Equipment tag?"
           display "(P/S/E, blank to cancel): " with no advancing
           accept level-in
           move function upper-case(level-in) to level-in
           if level-in EQUAL TO space
              go to 360-remove-exit
           end-if
           if NOT valid-level
              display "Please enter P, S, or E."
              go to 360-remove-node
           end-if
           move level-in to probe-level
           move spaces to probe-plant
           if level-in EQUAL TO "S"
              display "Plant code: " with no advancing
              accept plant-in
              move function upper-case(plant-in) to plant-in
              move plant-in to probe-plant
           end-if
           display "Code or tag: " with no advancing
           accept probe-code
           move function upper-case(probe-code) to probe-code
           perform 190-find-node
           if node-not-found
              display "That node is not on the tree."
              go to 360-remove-exit
           end-if

           move zero to child-count
           perform 361-count-one-child
                   varying hier-idx from 1 by 1
                   until hier-idx > hier-count
           if child-count > zero
              move child-count to count-out
              display "Not removed -- " count-out
                      " nodes still hang from it."
              go to 360-remove-exit
           end-if

           move node-pick to hier-idx
           perform 192-disp-one-node
           display "Remove it? (Y/N): " with no advancing
           accept yes-no
           move function upper-case(yes-no) to yes-no
           if NOT affirm
              go to 360-remove-exit
           end-if

           move "HIERMNT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Node " probe-level " " ht-plant(node-pick) "/"
                  probe-code " removed"
                  delimited by size into audit-trail-detail
           perform 362-close-up-one-slot
                   varying hier-idx from node-pick by 1
                   until hier-idx NOT LESS THAN hier-count
           subtract 1 from hier-count
           perform 180-save-hierarchy thru 180-save-exit
           display "Node removed."
           perform 995-write-audit-trail.
       360-remove-exit.
           exit.

       361-count-one-child.
           if probe-level EQUAL TO "P" and
              ht-system-node(hier-idx) and
              ht-parent(hier-idx) EQUAL TO probe-code
              add 1 to child-count
           end-if
           if probe-level EQUAL TO "S" and
              ht-equip-node(hier-idx) and
              ht-plant(hier-idx) EQUAL TO probe-plant and
              ht-parent(hier-idx) EQUAL TO probe-code
              add 1 to child-count
           end-if.

       362-close-up-one-slot.
           move hier-entry(hier-idx + 1) to hier-entry(hier-idx).

      * The tree for one plant, for one system across every plant,
      * or whole -- plant, then its systems, then each system's
      * equipment -- and any equipment whose system is gone.
       400-list-hierarchy.
           display spaces
           display "Plant code (blank for every plant): "
                   with no advancing
           accept list-plant
           move function upper-case(list-plant) to list-plant
           display "System code (blank for every system): "
                   with no advancing
           accept list-system
           move function upper-case(list-system) to list-system

           display spaces
           display "Print the listing to a report file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "ASSET HIERARCHY" to report-title
              move "HIERPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
           end-if

           move spaces to out-line
           string "ASSET HIERARCHY  PLANT "
                  function trim(list-plant) "  SYSTEM "
                  function trim(list-system) "  " todays-date-out
                  delimited by size into out-line
           if list-plant EQUAL TO spaces and
              list-system EQUAL TO spaces
              move spaces to out-line
              string "ASSET HIERARCHY  ALL PLANTS AND SYSTEMS  "
                     todays-date-out
                     delimited by size into out-line
           end-if
           perform 510-emit-line

           move zero to plants-listed systems-listed equip-listed
           perform 410-list-one-plant
                   varying plant-idx from 1 by 1
                   until plant-idx > hier-count

           move zero to orphan-count
           perform 440-check-one-orphan
                   varying hier-idx from 1 by 1
                   until hier-idx > hier-count

           move plants-listed to count-out
           move systems-listed to count2-out
           move equip-listed to count3-out
           move spaces to out-line
           perform 510-emit-line
           move spaces to out-line
           string count-out " plants, " count2-out " systems, "
                  count3-out " equipment tags listed."
                  delimited by size into out-line
           perform 510-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Report written to HIERPRINT."
           end-if.
       400-list-exit.
           exit.

       410-list-one-plant.
           if ht-plant-node(plant-idx) and
              (list-plant EQUAL TO spaces or
               ht-code(plant-idx) EQUAL TO list-plant)
              add 1 to plants-listed
              move spaces to out-line
              perform 510-emit-line
              move spaces to out-line
              string "PLANT " ht-code(plant-idx) "  "
                     ht-desc(plant-idx)
                     delimited by size into out-line
              perform 510-emit-line
              perform 420-list-one-system
                      varying system-idx from 1 by 1
                      until system-idx > hier-count
           end-if.

       420-list-one-system.
           if ht-system-node(system-idx) and
              ht-plant(system-idx) EQUAL TO ht-code(plant-idx) and
              (list-system EQUAL TO spaces or
               ht-code(system-idx) EQUAL TO list-system)
              add 1 to systems-listed
              move zero to equip-under
              move spaces to out-line
              string "    SYSTEM " ht-code(system-idx) "  "
                     ht-desc(system-idx)
                     delimited by size into out-line
              perform 510-emit-line
              perform 430-list-one-equip
                      varying hier-idx from 1 by 1
                      until hier-idx > hier-count
              if equip-under EQUAL TO zero
                 move spaces to out-line
                 string "        (no equipment hung from it)"
                        delimited by size into out-line
                 perform 510-emit-line
              end-if
           end-if.

       430-list-one-equip.
           if ht-equip-node(hier-idx) and
              ht-plant(hier-idx) EQUAL TO ht-code(plant-idx) and
              ht-parent(hier-idx) EQUAL TO ht-code(system-idx)
              add 1 to equip-listed
              add 1 to equip-under
              move spaces to out-line
              string "        " ht-code(hier-idx) "  "
                     ht-desc(hier-idx)
                     delimited by size into out-line
              perform 510-emit-line
           end-if.

       440-check-one-orphan.
           if ht-equip-node(hier-idx)
              move "S" to probe-level
              move ht-parent(hier-idx) to probe-code
              move ht-plant(hier-idx) to probe-plant
              move zero to node-pick
              perform 441-test-orphan-parent
                      varying system-idx from 1 by 1
                      until system-idx > hier-count
              if node-not-found
                 add 1 to orphan-count
                 if orphan-count EQUAL TO 1
                    move spaces to out-line
                    perform 510-emit-line
                    move spaces to out-line
                    string "EQUIPMENT WHOSE SYSTEM IS NOT ON THE TREE:"
                           delimited by size into out-line
                    perform 510-emit-line
                 end-if
                 move spaces to out-line
                 string "    " ht-code(hier-idx) "  under "
                        ht-plant(hier-idx) "/" ht-parent(hier-idx)
                        " << CHECK"
                        delimited by size into out-line
                 perform 510-emit-line
              end-if
           end-if.

       441-test-orphan-parent.
           if ht-system-node(system-idx) and
              ht-code(system-idx) EQUAL TO probe-code and
              ht-plant(system-idx) EQUAL TO probe-plant
              move system-idx to node-pick
           end-if.

       510-emit-line.
           display out-line
           if print-report
              move out-line to report-record
              perform 197-write-report-line
           end-if.
