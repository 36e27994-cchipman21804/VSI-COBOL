      *****************************************************************
      * ALERTSEL -- FILE-CONTROL entries for the ALERTLOG operator    *
      * alert file and its ALERTWORK rewrite copy, copied into every  *
      * batch step or report that posts an exception (see ALERTWR),   *
      * into UTILMENU (which shows each operator the alerts routed    *
      * to them at sign-on and takes the acknowledgements), and into  *
      * ALERTAGE (the unacknowledged-alert aging report).  See        *
      * ALERTFD, ALERTWS, ALERTWR.                                    *
      *****************************************************************
           select alert-file assign to "ALERTLOG"
                  organization is line sequential
                  file status is alert-status.

      * An acknowledgement rewrites ALERTLOG through this copy, so
      * the file never has to fit in storage whole.
           select alert-work-file assign to "ALERTWORK"
                  organization is line sequential
                  file status is alert-work-status.
