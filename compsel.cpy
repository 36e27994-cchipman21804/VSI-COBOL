      *****************************************************************
      * COMPSEL -- FILE-CONTROL entry for the COMPOBL regulatory      *
      * compliance-obligation master, copied into every program that  *
      * keeps or reads it, the WOSEL convention.  COMPCAL maintains   *
      * it; UTILMENU reads it at sign-on to remind each operator of   *
      * the items that are theirs.  See COMPFD.                       *
      *****************************************************************
           select comp-obl-file assign to "COMPOBL"
                  organization is line sequential
                  file status is comp-obl-status.
