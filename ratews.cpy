      *****************************************************************
      * RATEWS -- working-storage fields for the shared RATESCHED     *
      * tariff lookup, copied into every program that prices kWh or  *
      * kW at a plant's filed time-of-use tariff.  The caller sets   *
      * RT-PROBE-PLANT and RT-AS-OF-DATE (YYYYMMDD -- today for a    *
      * forward-looking figure, the service date for a bill) and     *
      * performs RATERD's find paragraph; RT-FOUND-FLAG comes back   *
      * "Y" with the rates, hour ranges, each period's share of the  *
      * clock, and the hour-share blended $/kWh filled in.  See      *
      * RATESEL, RATEFD, RATERD.                                     *
      *****************************************************************
       01 ratesched-status      pic xx.
       01 rt-eof-flag           pic x value "N".
           88 rt-eof                   value "Y".
       01 rt-probe-plant        pic x(4).
       01 rt-as-of-date         pic x(8).
       01 rt-found-flag         pic x value "N".
           88 rt-rate-found            value "Y".
       01 rt-best-date          pic x(8).
       01 rt-on-rate            pic 99v999.
       01 rt-on-start           pic 99.
       01 rt-on-end             pic 99.
       01 rt-sh-rate            pic 99v999.
       01 rt-sh-start           pic 99.
       01 rt-sh-end             pic 99.
       01 rt-off-rate           pic 99v999.
       01 rt-demand-rate        pic 999v99.
       01 rt-on-hours           pic 99.
       01 rt-sh-hours           pic 99.
       01 rt-off-hours          pic 99.
       01 rt-blended-rate       pic 99v9(5).
