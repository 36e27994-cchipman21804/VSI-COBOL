                  organization is line sequential
                  file status is aff-sked-status.

      * Boiler tune-up history -- see FHISTSEL/FHISTFD/FHISTWS/
      * FHISTRD.
           COPY fhistsel.

           select fuel-sked-file assign to "FUELSKED"
                  organization is line sequential
           05 as-plant-in        pic x(4).
           05 filler             pic x(2).

       COPY fhistfd.

       fd  fuel-sked-file
           record contains 60 characters.
       01 master-status         pic xx.
       01 setpoint-status       pic xx.
       01 aff-sked-status       pic xx.
       01 fuel-sked-status      pic xx.
       01 master-eof-flag       pic x value "N".
           88 master-eof               value "Y".
       01 setpoint-eof-flag     pic x value "N".
           88 setpoint-eof             value "Y".
       01 old-sked-eof-flag     pic x value "N".
           88 old-sked-eof             value "Y".
       01 hold-status           pic xx.
               10 st-rpm         pic x(8).
       01 today-mmdd            pic x(4).

      * Boiler-history fields -- see FHISTWS.
       COPY fhistws.

      * Latest FUELHIST figures per boiler tag.
       01 boiler-count          pic 9(3) value zero.

      * Formatting work fields.
       01 parse-field           pic x(12).
       01 usage-fmt             pic 9(5).99 usage display.
       01 price-fmt             pic 99.999 usage display.
       01 eff-fmt               pic 99.99 usage display.
           end-if
           perform 311-read-old-sked.

      * The whole history, tag by tag and oldest first within a
      * tag, so each tag's last entry read is its latest.
       320-latest-history-per-tag.
           move spaces to fh-probe-tag
           perform 320a-start-history thru 320a-start-exit
           perform 321-read-history-record
           perform 322-post-history-record thru 322-post-exit
                   until fh-eof
           perform 321a-close-history.
       320-hist-exit.
           exit.

      * Keyed FUELHIST read -- see FHISTRD.
       COPY fhistrd REPLACING ==FH-START-PARA== BY
            ==320a-start-history==
            ==FH-START-EXIT== BY ==320a-start-exit==
            ==FH-NEXT-PARA== BY ==321-read-history-record==
            ==FH-CLOSE-PARA== BY ==321a-close-history==.

       322-post-history-record.
           if fh-tag EQUAL TO spaces
              perform 321-read-history-record
              go to 322-post-exit
           end-if
              end-if
              add 1 to boiler-count
              move boiler-count to boiler-pick
              move fh-tag to bt-tag(boiler-pick)
              move spaces to bt-date(boiler-pick)
           end-if

           if fh-date NOT LESS THAN bt-date(boiler-pick)
              move fh-date to bt-date(boiler-pick)
              move fh-oldeff to eff-fmt
              move eff-fmt to bt-oldeff(boiler-pick)
              move fh-neweff to eff-fmt
              move eff-fmt to bt-neweff(boiler-pick)
              move fh-usage to usage-fmt
              move usage-fmt to bt-usage(boiler-pick)
              move fh-price to price-fmt
              move price-fmt to bt-price(boiler-pick)
           end-if

           exit.

       323-test-one-boiler.
           if bt-tag(boiler-idx) EQUAL TO fh-tag
              move boiler-idx to boiler-pick
           end-if.

       330-write-one-boiler-line.
           move spaces to fuel-sked-record
           move bt-tag(boiler-idx) to fs-tag
