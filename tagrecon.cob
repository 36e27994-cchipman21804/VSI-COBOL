      * Equipment-master file -- see EQUIPSEL/EQUIPFD.
           COPY equipsel.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS/
      * FHISTRD.
           COPY fhistsel.

           select affinity-audit-file assign to "AFFAUDIT"
                  organization is line sequential
       file section.
       COPY equipfd.

       COPY fhistfd.

       fd  affinity-audit-file
           record contains 124 characters.
       COPY pagews.

       01 master-status         pic xx.
       01 affaudit-status       pic xx.
       01 scan-eof-flag         pic x value "N".
           88 scan-eof                 value "Y".

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.

      * AFFAUDIT lines overlaid at their tag columns.
       01 aff-line              pic x(124).
       01 aff-line-parsed redefines aff-line.
           05 af-date           pic x(8).
           exit.

       130-scan-fuelhist.
           move spaces to fh-probe-tag
           perform 130a-start-history thru 130a-start-exit
           if NOT fh-open
              display "No FUELHIST on file -- history skipped."
              go to 130-hist-exit
           end-if
           perform 131-read-hist-record
           perform 132-post-hist-record thru 132-post-hist-exit
                   until fh-eof
           perform 131a-close-history.
       130-hist-exit.
           exit.

      * Keyed FUELHIST read -- see FHISTRD.
       COPY fhistrd REPLACING ==FH-START-PARA== BY
            ==130a-start-history==
            ==FH-START-EXIT== BY ==130a-start-exit==
            ==FH-NEXT-PARA== BY ==131-read-hist-record==
            ==FH-CLOSE-PARA== BY ==131a-close-history==.

       132-post-hist-record.
           move "H" to which-file
           move fh-tag to found-tag
           move fh-date to found-date
           perform 115-post-tag-sighting thru 115-post-exit
           perform 131-read-hist-record.
       132-post-hist-exit.
