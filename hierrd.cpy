      *****************************************************************
      * HIERRD -- shared ASSETHIER load and equipment-tag lookup,     *
      * copied into a program's PROCEDURE DIVISION with its own       *
      * paragraph names via REPLACING (HI-LOAD-PARA, HI-LOAD-EXIT,    *
      * HI-READ-PARA, HI-STORE-PARA, HI-FIND-PARA, HI-TEST-PARA),     *
      * the VENDRD convention.  A missing ASSETHIER loads an empty    *
      * tree, so every tag reads as not found and the caller falls    *
      * back on whatever it used before.  See HIERWS.                 *
      *****************************************************************
       HI-LOAD-PARA.
           move zero to hier-count
           move "Y" to hier-loaded-flag
           open input asset-hier-file
           if hier-status NOT EQUAL TO "00"
              go to HI-LOAD-EXIT
           end-if
           move "N" to hi-eof-flag
           perform HI-READ-PARA
           perform HI-STORE-PARA until hi-eof
           close asset-hier-file.
       HI-LOAD-EXIT.
           exit.

       HI-READ-PARA.
           read asset-hier-file
              at end move "Y" to hi-eof-flag
           end-read.

       HI-STORE-PARA.
           move function upper-case(ah-level) to ah-level
           if (ah-level EQUAL TO "P" or ah-level EQUAL TO "S" or
               ah-level EQUAL TO "E") and
              ah-code NOT EQUAL TO spaces and
              hier-count < max-hier-nodes
              add 1 to hier-count
              move hier-count to hier-idx
              move ah-level  to ht-level(hier-idx)
              move function upper-case(ah-code)
                   to ht-code(hier-idx)
              move function upper-case(ah-parent)
                   to ht-parent(hier-idx)
              move function upper-case(ah-plant)
                   to ht-plant(hier-idx)
              move ah-desc   to ht-desc(hier-idx)
              move ah-oper   to ht-oper(hier-idx)
           end-if
           perform HI-READ-PARA.

       HI-FIND-PARA.
           if NOT hier-loaded
              perform HI-LOAD-PARA thru HI-LOAD-EXIT
           end-if
           move "N" to hi-found-flag
           move spaces to hi-plant hi-system
           move function upper-case(hi-probe-tag) to hi-probe-tag
           perform HI-TEST-PARA
                   varying hier-idx from 1 by 1
                   until hier-idx > hier-count or hi-tag-found.

       HI-TEST-PARA.
           if ht-equip-node(hier-idx) and
              ht-code(hier-idx) EQUAL TO hi-probe-tag
              move "Y" to hi-found-flag
              move ht-plant(hier-idx)  to hi-plant
              move ht-parent(hier-idx) to hi-system
           end-if.
