      *****************************************************************
      * MEASSEL -- FILE-CONTROL entry for the MEASURES standard       *
      * energy-measure library, copied into every program that seeds  *
      * a capital alternative from a measure code, the same           *
      * convention RATESEL and EQUIPSEL use.  One line per measure    *
      * -- see MEASFD.                                                *
      *****************************************************************
           select measure-file assign to "MEASURES"
                  organization is line sequential
                  file status is measures-status.
