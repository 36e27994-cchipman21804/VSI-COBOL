      *****************************************************************
      * VENDSEL -- FILE-CONTROL entry for the VENDMAST vendor master, *
      * copied into every program that posts money to a vendor or     *
      * checks a vendor number, the same convention MEASSEL and       *
      * RATESEL use.  One line per vendor -- see VENDFD.              *
      *****************************************************************
           select vendor-file assign to "VENDMAST"
                  organization is line sequential
                  file status is vendor-status.
