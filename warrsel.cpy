      *****************************************************************
      * WARRSEL -- FILE-CONTROL entry for the WARRANTY equipment and  *
      * motor warranty file, copied into every program that keeps     *
      * it or checks a tag or motor serial against it, the VENDSEL    *
      * convention.  One line per warranty -- see WARRFD.             *
      *****************************************************************
           select warranty-file assign to "WARRANTY"
                  organization is line sequential
                  file status is warranty-status.
