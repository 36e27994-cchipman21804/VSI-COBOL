      *****************************************************************
      * WOSEL -- FILE-CONTROL entry for the WORKORDER work-order      *
      * file, copied into every program that raises or maintains      *
      * work orders so the SELECT stays identical everywhere, the     *
      * same convention EQUIPSEL and AUDITSEL use.  FUELTRND raises   *
      * tune-up orders off its due list and PMDUE raises preventive-  *
      * maintenance orders; WRKOMNT browses, assigns, and closes      *
      * them.  See WOFD.                                              *
      *****************************************************************
           select work-order-file assign to "WORKORDER"
                  organization is line sequential
