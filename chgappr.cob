           05 parm-max-term      pic 99.

       fd  operator-master-file
           record contains 150 characters.
       01 operator-master-record.
           05 om-id              pic x(8).
           05 om-name            pic x(20).
           05 om-locked          pic x.
           05 om-last-date       pic x(8).
           05 om-last-time       pic x(6).
           05 om-role            pic x(4).
           05 om-supervisor      pic x(8).
           05 filler             pic x(4).

       COPY ctlfd.

               10 pt-status      pic x.
               10 pt-decided-by  pic x(8).
               10 pt-decided-date pic x(8).
               10 pt-image       pic x(150).

      * The queued TVMPARM image and the live record, parsed for
      * the before/after display.
           05 oi-locked          pic x.
           05 oi-last-date       pic x(8).
           05 oi-last-time       pic x(6).
           05 oi-role            pic x(4).
           05 oi-supervisor      pic x(8).
           05 filler             pic x(4).

      * In-storage copy of the live operator master for the apply
      * step.
           88 oper-not-found           value zero.
       01 operator-table.
           05 oper-entry occurs 30 times.
               10 ot-record      pic x(150).
       01 ot-parsed redefines operator-table.
           05 ot-entry occurs 30 times.
               10 ot-id          pic x(8).
               10 ot-locked      pic x.
               10 ot-last-date   pic x(8).
               10 ot-last-time   pic x(6).
               10 ot-role        pic x(4).
               10 ot-supervisor  pic x(8).
               10 filler         pic x(4).
       01 shift-idx             pic 99.

      * Menu-and-entry fields.
                   pt-req-date(pend-idx)
           if oper-pick > zero
              display "CURRENT:  " ot-name(oper-pick) "  ADM="
                      ot-admin(oper-pick) "  ROLE=" ot-role(oper-pick)
                      "  SUPV=" ot-supervisor(oper-pick)
              display "  UTIL=" ot-util(oper-pick)
              display "  EE=" ot-ee(oper-pick)
                      "  LOCKED=" ot-locked(oper-pick)
                         " password."
              when other
                 display "PROPOSED: " oi-name "  ADM=" oi-admin
                         "  ROLE=" oi-role "  SUPV=" oi-supervisor
                 display "  UTIL=" oi-util
                 display "  EE=" oi-ee
           end-evaluate.
                 move "Y"    to ot-pwchange(oper-pick)
                 move spaces to ot-pwdate(oper-pick)
                 move zero   to ot-failcount(oper-pick)
      * A dormant ID brought back starts its idle clock at the
      * approval, or the sign-on dormancy test disables it again.
                 if ot-locked(oper-pick) EQUAL TO "D"
                    move function current-date to todays-date-stamp
                    move todays-date-stamp(1:8)
                         to ot-last-date(oper-pick)
                    move todays-date-stamp(9:6)
                         to ot-last-time(oper-pick)
                 end-if
                 move "N"    to ot-locked(oper-pick)
              when other
                 display "Unknown action " pt-action(pend-idx)
