      *****************************************************************
      * STMBSEL -- FILE-CONTROL entry for the STMBAL monthly plant    *
      * steam and condensate balance log, copied wherever it is       *
      * written or trended.  See STMBFD.                              *
      *****************************************************************
           select steam-bal-file assign to "STMBAL"
                  organization is line sequential
                  file status is steam-bal-status.
