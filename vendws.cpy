      *****************************************************************
      * VENDWS -- working-storage fields for the shared VENDMAST      *
      * vendor lookup.  The caller sets VN-PROBE-NUMBER and performs  *
      * VENDRD's find paragraph; VN-FOUND-FLAG comes back "Y" with    *
      * the vendor's name, type, and active flag filled in.  See      *
      * VENDSEL, VENDFD, VENDRD.                                      *
      *****************************************************************
       01 vendor-status         pic xx.
       01 vn-eof-flag           pic x value "N".
           88 vn-eof                   value "Y".
       01 vn-probe-number       pic 9(6).
       01 vn-found-flag         pic x value "N".
           88 vn-vendor-found          value "Y".
       01 vn-name               pic x(30).
       01 vn-type               pic x.
       01 vn-active-flag        pic x.
           88 vn-active                value "Y".
