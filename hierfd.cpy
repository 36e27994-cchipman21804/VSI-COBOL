      *****************************************************************
      * HIERFD -- FD and record layout for the ASSETHIER asset        *
      * hierarchy.  One line per node, three levels deep:             *
      *                                                               *
      *   AH-LEVEL "P"  a plant     -- AH-CODE the plant code; no     *
      *                                parent                         *
      *   AH-LEVEL "S"  a system    -- AH-CODE the system code (CHW,  *
      *                                STEAM, AIR ...); AH-PARENT the *
      *                                plant it serves                *
      *   AH-LEVEL "E"  equipment   -- AH-CODE the equipment tag;     *
      *                                AH-PARENT its system           *
      *                                                               *
      * AH-PLANT carries the node's plant on every level, so a system *
      * code can repeat from plant to plant (every plant has its own  *
      * CHW) while an equipment tag is unique across the tree.  Kept  *
      * by HIERMNT; read by GOALTRAK, GLEXTRCT, and BENCHRPT through  *
      * HIERRD.  See HIERSEL.                                         *
      *****************************************************************
       fd  asset-hier-file
           record contains 80 characters.
       01 asset-hier-record.
           05 ah-level           pic x.
           05 ah-code            pic x(10).
           05 ah-parent          pic x(10).
           05 ah-plant           pic x(4).
           05 ah-desc            pic x(30).
           05 ah-oper            pic x(8).
           05 filler             pic x(17).
