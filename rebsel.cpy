      *****************************************************************
      * REBSEL -- FILE-CONTROL entry for the REBATE utility rebate    *
      * and incentive application file, copied wherever a project's   *
      * rebates are tracked or credited against its cost.  See REBFD. *
      *****************************************************************
           select rebate-file assign to "REBATE"
                  organization is line sequential
                  file status is rebate-status.
