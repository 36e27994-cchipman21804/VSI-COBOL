      *****************************************************************
      * VERWS -- working-storage fields for the effective-dated       *
      * reference masters (FUELTYPE, MOTORLIB, PERMITS, GLMAP).  Each *
      * master carries every version of a key, each stamped with the  *
      * date it takes effect (blank for the version in force from the *
      * start).  The caller sets VR-AS-OF-DATE (YYYYMMDD -- today for *
      * a forward-looking figure, the transaction or reporting date   *
      * otherwise) and performs VERRD's scan paragraph, which keeps   *
      * in VR-VERSION-TABLE each key's latest effective date not      *
      * after the as-of date -- the RATESCHED rule.  VERRD's check    *
      * paragraph then sets VR-IN-FORCE-FLAG for the record in the    *
      * master's buffer, and VR-VERSION-OUT carries the newest        *
      * version applied for the report heading.  See VERRD.           *
      *****************************************************************
       01 vr-as-of-date         pic x(8).
       01 vr-eof-flag           pic x value "N".
           88 vr-eof                   value "Y".
       01 vr-count              pic 9(3) value zero.
       01 vr-idx                pic 9(3).
       01 vr-pick               pic 9(3) value zero.
       01 vr-probe-key          pic x(24).
       01 vr-probe-date         pic x(8).
       01 vr-latest-date        pic x(8).
       01 vr-version-out        pic x(8).
       01 vr-in-force-flag      pic x value "N".
           88 vr-in-force              value "Y".
       01 vr-version-table.
           05 vr-version-entry occurs 200 times.
               10 vr-ver-key     pic x(24).
               10 vr-ver-date    pic x(8).
