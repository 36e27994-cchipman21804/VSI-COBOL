      *****************************************************************
      * BHISTWS -- working-storage fields for the BATCHHIST step      *
      * history.  The caller performs BHISTRD's parameter paragraph   *
      * (BW-ALLOWED-END and BW-OVER-PCT keep their defaults when      *
      * BATCHWIN is missing or blank) and its load paragraph, which   *
      * keeps each program's last thirty clean runs -- optionally     *
      * leaving out the window named in BH-EXCLUDE-WINDOW -- then     *
      * sets BH-PROBE-PGM and performs the average paragraph; the     *
      * average comes back in BH-AVG-SECS over BH-AVG-NIGHTS runs     *
      * (zero nights when the program has no clean history).  See     *
      * BHISTSEL, BHISTFD, BHISTRD.                                   *
      *****************************************************************
       01 batchhist-status      pic xx.
       01 batchwin-status       pic xx.
       01 bh-eof-flag           pic x value "N".
           88 bh-eof                   value "Y".
       01 bw-allowed-end        pic 9(4) value 0600.
       01 bw-allowed-parts redefines bw-allowed-end.
           05 bw-allowed-hh     pic 99.
           05 bw-allowed-mm     pic 99.
       01 bw-over-pct           pic 9(3) value 25.
       01 bh-exclude-window     pic x(14) value spaces.
       01 bh-night-limit        pic 99 value 30.
       01 bh-pgm-count          pic 99 value zero.
       01 bh-idx                pic 99.
       01 bh-pick               pic 99 value zero.
       01 bh-ring-idx           pic 99.
       01 bh-probe-pgm          pic x(10).
       01 bh-avg-secs           pic 9(5).
       01 bh-avg-nights         pic 99.
       01 bh-sum-secs           pic 9(7) USAGE COMP.
       01 bh-pgm-table.
           05 bh-pgm-entry occurs 40 times.
               10 bht-pgm        pic x(10).
               10 bht-filled     pic 99 USAGE COMP.
               10 bht-next       pic 99 USAGE COMP.
               10 bht-secs       pic 9(5) USAGE COMP
                                 occurs 30 times.
