      *****************************************************************
      * FHISTWS -- working-storage fields for the FUELHIST boiler     *
      * history.  The caller sets FH-PROBE-TAG (spaces for every      *
      * boiler) and performs FHISTRD's start paragraph, then its next *
      * paragraph once before and once after each record it works;    *
      * FH-EOF comes up past the tag's last entry (or the file's),    *
      * and the close paragraph closes the file if the start opened   *
      * it.  See FHISTSEL, FHISTFD, FHISTRD.                          *
      *****************************************************************
       01 fuelhist-status       pic xx.
       01 fh-eof-flag           pic x value "N".
           88 fh-eof                   value "Y".
       01 fh-open-flag          pic x value "N".
           88 fh-open                  value "Y".
       01 fh-probe-tag          pic x(10).
