      *****************************************************************
      * MEASWS -- working-storage fields for the shared MEASURES      *
      * library lookup.  The caller sets MS-PROBE-CODE and performs   *
      * MEASRD's find paragraph; MS-FOUND-FLAG comes back "Y" with    *
      * the measure's description, cost basis, unit cost, typical     *
      * percent saving, life, and O&M change filled in.  See          *
      * MEASSEL, MEASFD, MEASRD.                                      *
      *****************************************************************
       01 measures-status       pic xx.
       01 ms-eof-flag           pic x value "N".
           88 ms-eof                   value "Y".
       01 ms-probe-code         pic x(8).
       01 ms-found-flag         pic x value "N".
           88 ms-measure-found         value "Y".
       01 ms-desc               pic x(24).
       01 ms-basis              pic x(6).
       01 ms-unit-cost          pic 9(7)v99.
       01 ms-savings-pct        pic 99v99.
       01 ms-life               pic 99.
       01 ms-om-delta           pic s9(7)v99.
