      *****************************************************************
      * WARRWS -- working-storage fields for the shared WARRANTY      *
      * lookup.  The caller sets WL-PROBE-TYPE ("T" tag, "S" motor    *
      * serial), WL-PROBE-KEY, and WL-AS-OF (YYYYMMDD) and performs   *
      * WARRRD's find paragraph; WL-FOUND-FLAG comes back "Y" when a  *
      * warranty covers that date, with the latest-ending one's       *
      * vendor, end date, and coverage filled in.  See WARRSEL,       *
      * WARRFD, WARRRD.                                               *
      *****************************************************************
       01 warranty-status       pic xx.
       01 wl-eof-flag           pic x value "N".
           88 wl-eof                   value "Y".
       01 wl-probe-type         pic x.
       01 wl-probe-key          pic x(12).
       01 wl-as-of              pic x(8).
       01 wl-found-flag         pic x value "N".
           88 wl-under-warranty        value "Y".
       01 wl-vendor             pic 9(6).
       01 wl-end                pic x(8).
       01 wl-coverage           pic x.
       01 wl-coverage-word      pic x(15).
