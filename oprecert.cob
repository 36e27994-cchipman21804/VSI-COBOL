      *****************************************************************
      * ACCESS RECERTIFICATION                                        *
      *                                                               *
      * Each quarter every supervisor confirms that the operators     *
      * they supervise still need the UTILMENU and EEMENU selections, *
      * and the administrator flag, that OPERMAST grants them.  An    *
      * administrator opens the quarter's cycle: dormant IDs (no      *
      * sign-on inside the DORMWS limit) are disabled first, then     *
      * one review item is built per operator per granted flag,       *
      * carrying the operator's last sign-on and the last time        *
      * UTILAUDIT shows the selection run under the operator's ID.    *
      * The review list prints per supervisor (RECERTPRINT); each     *
      * supervisor then keeps or revokes every item on screen, and    *
      * the revokes for an operator queue to PENDCHG as one OPERMAST  *
      * change for a second administrator to approve in CHGAPPR.      *
      * Every decision, every dormant disable, and every item a       *
      * cycle closed on unreviewed is appended to RECERTHIST for the  *
      * auditors; RECERTCUR holds only the open cycle.                *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   oprecert.
       author.         Chipman.

       environment division.
       input-output section.
       file-control.
           select operator-master-file assign to "OPERMAST"
                  organization is line sequential
                  file status is opermast-status.

      * The open cycle's review items, rewritten whole.
           select recert-file assign to "RECERTCUR"
                  organization is line sequential
                  file status is recert-status.

      * The auditors' record -- appended to, never rewritten.
           select recert-hist-file assign to "RECERTHIST"
                  organization is line sequential
                  file status is recert-hist-status.

           select report-file assign to "RECERTPRINT"
                  organization is line sequential
                  file status is report-status.

      * Dual-control pending-change file -- see PENDSEL/PENDFD and
      * the CHGAPPR approval program.
           COPY pendsel.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
           COPY auditsel.

      * Fiscal-calendar file -- see FISCSEL/FISCFD/FISCWS.
           COPY fiscsel.

      * Shop-letterhead config -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
           COPY lettersel.

       data division.
       file section.
       fd  operator-master-file
           record contains 150 characters.
       01 operator-master-record.
           05 om-id              pic x(8).
           05 om-name            pic x(20).
           05 om-admin           pic x.
           05 om-util-auth       pic x(60).
           05 om-ee-auth         pic x(12).
           05 om-pwhash          pic 9(8).
           05 om-pwchange        pic x.
           05 om-pwdate          pic x(8).
           05 om-failcount       pic 9.
           05 om-locked          pic x.
           05 om-last-date       pic x(8).
           05 om-last-time       pic x(6).
           05 om-role            pic x(4).
           05 om-supervisor      pic x(8).
           05 filler             pic x(4).

      * One review item: the cycle (YYYYQn), the operator and their
      * supervisor, the flag under review (menu U = UTILMENU, E =
      * EEMENU, A = administrator; D marks a dormant disable on
      * RECERTHIST), its selection position and program, the last
      * sign-on and last use, and the decision -- K keep, R revoke,
      * U closed unreviewed, D disabled, blank still open -- with
      * who made it, when, and the PENDCHG change a revoke queued.
       fd  recert-file
           record contains 80 characters.
       01 recert-record.
           05 rc-cycle           pic x(6).
           05 rc-oper            pic x(8).
           05 rc-supervisor      pic x(8).
           05 rc-menu            pic x.
           05 rc-pos             pic 99.
           05 rc-pgm             pic x(10).
           05 rc-last-signon     pic x(8).
           05 rc-last-use        pic x(8).
           05 rc-decision        pic x.
           05 rc-decided-by      pic x(8).
           05 rc-decided-date    pic x(8).
           05 rc-pc-seq          pic 9(4).
           05 filler             pic x(8).

       fd  recert-hist-file
           record contains 80 characters.
       01 recert-hist-record    pic x(80).

       fd  report-file
           record contains 130 characters.
       01 report-record         pic x(130).

       COPY pendfd.

       COPY auditfd.

       COPY fiscfd.

       COPY letterfd.

       working-storage section.

      * Suite-wide audit-trail fields.
       COPY auditws.

      * Fiscal-calendar fields -- see FISCWS.
       COPY fiscws.

      * Shop-letterhead fields.
       COPY letterws.

      * Printable-report-file fields -- see REPTWS.
       COPY reptws.

      * Shared report-writer fields -- see PAGEWS.
       COPY pagews.

      * Current-date-stamp fields -- see DATEWS.
       COPY datews.

      * The operator's menu authorizations -- see OPERAUTH.
       COPY operauth.

      * Dormant-account limit -- see DORMWS.
       COPY dormws.

      * In-storage copy of the whole master, the OPERMNT shape.
       01 opermast-status       pic xx.
       01 opermast-eof-flag     pic x value "N".
           88 opermast-eof             value "Y".
       01 oper-count            pic 99 value zero.
       01 max-opers             pic 99 value 30.
       01 oper-idx              pic 99.
       01 oper-pick             pic 99 value zero.
           88 oper-not-found           value zero.
       01 operator-table.
           05 oper-entry occurs 30 times.
               10 ot-id          pic x(8).
               10 ot-name        pic x(20).
               10 ot-admin       pic x.
               10 ot-util        pic x(60).
               10 ot-ee          pic x(12).
               10 ot-pwhash      pic 9(8).
               10 ot-pwchange    pic x.
               10 ot-pwdate      pic x(8).
               10 ot-failcount   pic 9.
               10 ot-locked      pic x.
               10 ot-last-date   pic x(8).
               10 ot-last-time   pic x(6).
               10 ot-role        pic x(4).
               10 ot-supervisor  pic x(8).
       01 master-changed-flag   pic x value "N".
           88 master-changed           value "Y".

      * Which program's UTILAUDIT lines count as use of which flag:
      * slots 1-60 are the UTILMENU positions, 61-72 the EEMENU
      * positions, 73 the administrator flag.  A family menu's
      * members count toward the family's one UTILMENU position; the
      * engineering-economy programs count toward both their EEMENU
      * position and UTILMENU's EEMENU selection.  The first program
      * listed for a slot names it on the review list; a slot no
      * program maps to (13, 26, 53-60, 72) grants nothing and is
      * not reviewed.
       01 slot-map.
           05 filler pic x(12) value "EEMENU    01".
           05 filler pic x(12) value "AFFINITY  02".
           05 filler pic x(12) value "FUELSAVE  03".
           05 filler pic x(12) value "FPGCOMP   04".
           05 filler pic x(12) value "HAFWVANT  05".
           05 filler pic x(12) value "BIGNUM    06".
           05 filler pic x(12) value "DIGINVAR  07".
           05 filler pic x(12) value "ADD2NUMS  08".
           05 filler pic x(12) value "EQUIPMNT  09".
           05 filler pic x(12) value "FUELTRND  10".
           05 filler pic x(12) value "TVMPARMED 11".
           05 filler pic x(12) value "HAFBROWS  12".
           05 filler pic x(12) value "AUDITRPT  14".
           05 filler pic x(12) value "LOGARCH   15".
           05 filler pic x(12) value "RESQUERY  16".
           05 filler pic x(12) value "SUITEBAK  17".
           05 filler pic x(12) value "FISCRPT   18".
           05 filler pic x(12) value "TAGRECON  19".
           05 filler pic x(12) value "WRKOMNT   20".
           05 filler pic x(12) value "MVREPORT  21".
           05 filler pic x(12) value "PROJMNT   22".
           05 filler pic x(12) value "EMISSINV  23".
           05 filler pic x(12) value "STEAMCST  24".
           05 filler pic x(12) value "REWINDBUY 25".
           05 filler pic x(12) value "DELRECON  27".
           05 filler pic x(12) value "GOALTRAK  28".
           05 filler pic x(12) value "HAFFIELD  29".
           05 filler pic x(12) value "DIGVERIF  30".
           05 filler pic x(12) value "FILECHK   31".
           05 filler pic x(12) value "SPOOLMGR  32".
           05 filler pic x(12) value "GLEXTRCT  33".
           05 filler pic x(12) value "ASSETREG  34".
           05 filler pic x(12) value "SUSPWORK  35".
           05 filler pic x(12) value "TABLEDIT  36".
           05 filler pic x(12) value "DRIFTRPT  37".
           05 filler pic x(12) value "PREFMNT   38".
           05 filler pic x(12) value "FISCGEN   39".
           05 filler pic x(12) value "CHAINVFY  40".
           05 filler pic x(12) value "BILLLOG   41".
           05 filler pic x(12) value "BENCHRPT  42".
           05 filler pic x(12) value "TRAPSURV  43".
           05 filler pic x(12) value "CHILLKWT  44".
           05 filler pic x(12) value "RUNHOURS  45".
           05 filler pic x(12) value "SKEDGEN   46".
           05 filler pic x(12) value "SRVMENU   47".
           05 filler pic x(12) value "ACCTMENU  48".
           05 filler pic x(12) value "MNTMENU   49".
           05 filler pic x(12) value "CAPMENU   50".
           05 filler pic x(12) value "OPRECERT  51".
           05 filler pic x(12) value "HAMLOG    52".
           05 filler pic x(12) value "FAGP      61".
           05 filler pic x(12) value "FFGP      62".
           05 filler pic x(12) value "FPGA      63".
           05 filler pic x(12) value "FPGF      64".
           05 filler pic x(12) value "FNIGPF    65".
           05 filler pic x(12) value "FCASHFLO  66".
           05 filler pic x(12) value "DEPRSKED  67".
           05 filler pic x(12) value "FACTORTBL 68".
           05 filler pic x(12) value "FFGA      69".
           05 filler pic x(12) value "FAGF      70".
           05 filler pic x(12) value "FBOND     71".
           05 filler pic x(12) value "FAGP      01".
           05 filler pic x(12) value "FFGP      01".
           05 filler pic x(12) value "FPGA      01".
           05 filler pic x(12) value "FPGF      01".
           05 filler pic x(12) value "FNIGPF    01".
           05 filler pic x(12) value "FCASHFLO  01".
           05 filler pic x(12) value "DEPRSKED  01".
           05 filler pic x(12) value "FACTORTBL 01".
           05 filler pic x(12) value "FFGA      01".
           05 filler pic x(12) value "FAGF      01".
           05 filler pic x(12) value "FBOND     01".
           05 filler pic x(12) value "LEAKSURV  47".
           05 filler pic x(12) value "MEASMNT   47".
           05 filler pic x(12) value "ECONCALC  47".
           05 filler pic x(12) value "PUMPTEST  47".
           05 filler pic x(12) value "CHLRSEQ   47".
           05 filler pic x(12) value "STMBAL    47".
           05 filler pic x(12) value "CTOWER    47".
           05 filler pic x(12) value "PFCAP     47".
           05 filler pic x(12) value "LITECALC  47".
           05 filler pic x(12) value "RRREPLAY  47".
           05 filler pic x(12) value "BILLAUDT  48".
           05 filler pic x(12) value "BUDGRPT   48".
           05 filler pic x(12) value "SUBMCHG   48".
           05 filler pic x(12) value "INTVPEAK  48".
           05 filler pic x(12) value "ENPIBASE  48".
           05 filler pic x(12) value "EUIRPT    48".
           05 filler pic x(12) value "SCORECRD  48".
           05 filler pic x(12) value "DRSETTLE  48".
           05 filler pic x(12) value "GASCNTR   48".
           05 filler pic x(12) value "TANKINV   48".
           05 filler pic x(12) value "PERIODLK  48".
           05 filler pic x(12) value "PMTASKMT  49".
           05 filler pic x(12) value "MOTCOND   49".
           05 filler pic x(12) value "MOTINV    49".
           05 filler pic x(12) value "REFRIG    49".
           05 filler pic x(12) value "COMPCAL   49".
           05 filler pic x(12) value "WARRMNT   49".
           05 filler pic x(12) value "HIERMNT   49".
           05 filler pic x(12) value "BASIMPRT  49".
           05 filler pic x(12) value "ALERTAGE  49".
           05 filler pic x(12) value "SHIFTLOG  49".
           05 filler pic x(12) value "POSTAUD   50".
           05 filler pic x(12) value "VENDMNT   50".
           05 filler pic x(12) value "CAPPLAN   50".
           05 filler pic x(12) value "DELAYRPT  50".
           05 filler pic x(12) value "OPERMNT   73".
           05 filler pic x(12) value "CHGAPPR   73".
       01 slot-map-entries redefines slot-map.
           05 map-entry occurs 109 times.
               10 mp-pgm        pic x(10).
               10 mp-slot       pic 99.
       01 map-count             pic 999 value 109.
       01 map-idx               pic 999.
       01 max-slots             pic 99 value 73.
       01 slot-idx              pic 99.
       01 slot-name-table.
           05 slot-name occurs 73 times pic x(10).
       01 use-table.
           05 use-oper occurs 30 times.
               10 use-date occurs 73 times pic x(8).

      * UTILAUDIT lines as AUDITLOG writes them.
       01 log-eof-flag          pic x value "N".
           88 log-eof                  value "Y".
       01 audit-line            pic x(112).
       01 audit-line-parsed redefines audit-line.
           05 al-date           pic x(8).
           05 filler            pic x(17).
           05 al-pgm            pic x(10).
           05 filler            pic x(5).
           05 al-oper           pic x(8).
           05 filler            pic x(64).

      * The open cycle, in storage, the OPERMNT shape.  RI-PASS
      * marks the items decided in the current review pass.
       01 recert-status         pic xx.
       01 recert-hist-status    pic xx.
       01 recert-eof-flag       pic x value "N".
           88 recert-eof               value "Y".
       01 item-count            pic 9(4) value zero.
       01 max-items             pic 9(4) value 2200.
       01 item-idx              pic 9(4).
       01 scan-idx              pic 9(4).
       01 item-table.
           05 item-entry occurs 2200 times.
               10 ri-cycle       pic x(6).
               10 ri-oper        pic x(8).
               10 ri-supervisor  pic x(8).
               10 ri-menu        pic x.
               10 ri-pos         pic 99.
               10 ri-pgm         pic x(10).
               10 ri-last-signon pic x(8).
               10 ri-last-use    pic x(8).
               10 ri-decision    pic x.
               10 ri-decided-by  pic x(8).
               10 ri-decided-date pic x(8).
               10 ri-pc-seq      pic 9(4).
               10 ri-pass        pic x.
       01 current-cycle         pic x(6).
       01 new-cycle.
           05 nc-year           pic 9(4).
           05 filler            pic x value "Q".
           05 nc-quarter        pic 9.
       01 cycle-month           pic 99.

      * Supervisors on the open cycle, for the review list.
       01 supv-count            pic 99 value zero.
       01 supv-idx              pic 99.
       01 supv-pick             pic 99.
       01 supv-table.
           05 supv-id occurs 31 times pic x(8).
       01 list-oper             pic x(8).
       01 supv-name             pic x(20).

      * Pending-change fields -- the revokes queue as one OPERMAST
      * change image, the OPERMNT way.
       01 pending-status        pic xx.
       01 pending-eof-flag      pic x value "N".
           88 pending-eof              value "Y".
       01 highest-pc-seq        pic 9(4) value zero.
       01 queued-seq            pic 9(4) value zero.
       01 oper-image.
           05 oi-id              pic x(8).
           05 oi-name            pic x(20).
           05 oi-admin           pic x.
           05 oi-util            pic x(60).
           05 oi-ee              pic x(12).
           05 oi-pwhash          pic 9(8).
           05 oi-pwchange        pic x.
           05 oi-pwdate          pic x(8).
           05 oi-failcount       pic 9.
           05 oi-locked          pic x.
           05 oi-last-date       pic x(8).
           05 oi-last-time       pic x(6).
           05 oi-role            pic x(4).
           05 oi-supervisor      pic x(8).
           05 filler             pic x(4).

      * Menu-and-entry fields.
       01 menu-in               pic x(4).
       01 done-flag             pic x value "N".
           88 menu-done                value "Y".
       01 id-in                 pic x(8).
       01 decide-in             pic x.
       01 yes-no                pic x.
           88 affirm                   value "Y".
       01 admin-ok-flag         pic x.
           88 admin-ok                 value "Y".
       01 review-oper           pic x(8).
       01 review-name           pic x(20).

      * Counters and displayed fields.
       01 open-count            pic 9(4) value zero.
       01 keep-count            pic 9(4) value zero.
       01 revoke-count          pic 9(4) value zero.
       01 pass-keep             pic 9(4) value zero.
       01 pass-revoke           pic 9(4) value zero.
       01 dormant-count         pic 99 value zero.
       01 no-supv-count         pic 99 value zero.
       01 mine-count            pic 9(4) value zero.
       01 count-out             pic z,zz9.
       01 count2-out            pic z,zz9.
       01 count3-out            pic z,zz9.
       01 pos-out               pic z9.
       01 menu-text             pic x(4).
       01 decision-text         pic x(8).
       01 use-text              pic x(8).
       01 out-line              pic x(125).

       procedure division.
       100-main-para.
           display spaces
           display "***** ACCESS RECERTIFICATION BEGINS *****"
           perform 104-display-letterhead
           display spaces
           display "in VSI COBOL for OpenVMS"

           move function current-date to todays-date-stamp
           move todays-date to todays-date-out

      * Every decision here is attributed to the signed-on ID.
           if operator-id EQUAL TO low-values or
              operator-id EQUAL TO spaces
              display "Recertification needs a signed-on operator --"
              display "run this through UTILMENU."
              go to 999-end-program
           end-if

           perform 140-load-slot-names
           perform 110-load-master thru 110-load-exit
           perform 130-load-cycle thru 130-load-exit
           perform 120-menu-select-and-dispatch until menu-done
           go to 999-end-program.

       999-end-program.
           display spaces
           display "***** ACCESS RECERTIFICATION ENDS *****"
           display spaces

           move "OPRECERT" to audit-trail-pgm
           move "Access recertification session completed."
                           to audit-trail-detail
           perform 995-write-audit-trail

           goback.

      * Suite-wide audit-trail log -- see AUDITSEL/AUDITFD/AUDITWS/
      * AUDITLOG.
       COPY auditlog REPLACING ==AL-PARA== BY
            ==995-write-audit-trail==.

      * Shop-letterhead display -- see LETTERSEL/LETTERFD/LETTERWS/
      * LETTERHD.
       COPY letterhd REPLACING ==LH-PARA== BY
            ==104-display-letterhead==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
            ==PG-HEAD-PARA== BY ==198-write-page-heading==
            ==PG-TAIL-PARA== BY ==199-write-report-trailer==
            ==PG-REC== BY ==report-record==.

       110-load-master.
           move zero to oper-count
           open input operator-master-file
           if opermast-status NOT EQUAL TO "00"
              display "No OPERMAST on file -- there is nothing to"
              display "recertify."
              go to 110-load-exit
           end-if
           move "N" to opermast-eof-flag
           perform 111-read-master-record
           perform 112-store-master-record until opermast-eof
           close operator-master-file.
       110-load-exit.
           exit.

       111-read-master-record.
           read operator-master-file
              at end move "Y" to opermast-eof-flag
           end-read.

       112-store-master-record.
           if om-id NOT EQUAL TO spaces and oper-count < max-opers
              add 1 to oper-count
              move oper-count to oper-idx
              move om-id        to ot-id(oper-idx)
              move om-name      to ot-name(oper-idx)
              move om-admin     to ot-admin(oper-idx)
              move om-util-auth to ot-util(oper-idx)
              move om-ee-auth   to ot-ee(oper-idx)
              if om-pwhash NUMERIC
                 move om-pwhash to ot-pwhash(oper-idx)
              else
                 move zero to ot-pwhash(oper-idx)
              end-if
              move om-pwchange  to ot-pwchange(oper-idx)
              move om-pwdate    to ot-pwdate(oper-idx)
              if om-failcount NUMERIC
                 move om-failcount to ot-failcount(oper-idx)
              else
                 move zero to ot-failcount(oper-idx)
              end-if
              move om-locked    to ot-locked(oper-idx)
              move om-last-date to ot-last-date(oper-idx)
              move om-last-time to ot-last-time(oper-idx)
              move om-role      to ot-role(oper-idx)
              move om-supervisor to ot-supervisor(oper-idx)
           end-if
           perform 111-read-master-record.

       130-load-cycle.
           move zero to item-count
           move spaces to current-cycle
           open input recert-file
           if recert-status NOT EQUAL TO "00"
              go to 130-load-exit
           end-if
           move "N" to recert-eof-flag
           perform 131-read-cycle-record
           perform 132-store-cycle-record until recert-eof
           close recert-file.
       130-load-exit.
           exit.

       131-read-cycle-record.
           read recert-file
              at end move "Y" to recert-eof-flag
           end-read.

       132-store-cycle-record.
           if rc-oper NOT EQUAL TO spaces and item-count < max-items
              add 1 to item-count
              move item-count to item-idx
              move rc-cycle       to ri-cycle(item-idx)
              move rc-oper        to ri-oper(item-idx)
              move rc-supervisor  to ri-supervisor(item-idx)
              move rc-menu        to ri-menu(item-idx)
              move rc-pos         to ri-pos(item-idx)
              move rc-pgm         to ri-pgm(item-idx)
              move rc-last-signon to ri-last-signon(item-idx)
              move rc-last-use    to ri-last-use(item-idx)
              move rc-decision    to ri-decision(item-idx)
              move rc-decided-by  to ri-decided-by(item-idx)
              move rc-decided-date to ri-decided-date(item-idx)
              if rc-pc-seq NUMERIC
                 move rc-pc-seq to ri-pc-seq(item-idx)
              else
                 move zero to ri-pc-seq(item-idx)
              end-if
              move "N" to ri-pass(item-idx)
              move rc-cycle to current-cycle
           end-if
           perform 131-read-cycle-record.

      * The first program mapped to each slot names it.
       140-load-slot-names.
           move spaces to slot-name-table
           perform 141-name-one-slot
                   varying map-idx from 1 by 1
                   until map-idx > map-count.

       141-name-one-slot.
           move mp-slot(map-idx) to slot-idx
           if slot-name(slot-idx) EQUAL TO spaces
              move mp-pgm(map-idx) to slot-name(slot-idx)
           end-if.

      * Opening a cycle and the dormant sweep change who can do
      * what, so they take administrator authority -- see OPERAUTH.
       150-admin-check.
           move "N" to admin-ok-flag
           if auth-loaded EQUAL TO "Y" and
              auth-admin NOT EQUAL TO "Y"
              display "That needs administrator authority."
              go to 150-admin-exit
           end-if
           move "Y" to admin-ok-flag.
       150-admin-exit.
           exit.

       120-menu-select-and-dispatch.
           display spaces
           if current-cycle NOT EQUAL TO spaces
              display "Open cycle: " current-cycle
           end-if
           display "What do you need to do?"
           display " 1 --- Open this quarter's cycle (admin)"
           display " 2 --- Print the review list"
           display " 3 --- Keep or revoke your operators' flags"
           display " 4 --- Disable dormant accounts now (admin)"
           display " 0 --- Exit"
           display "Select: " with no advancing
           accept menu-in
           move function lower-case(menu-in) to menu-in

           evaluate menu-in
              when "1" perform 200-open-cycle thru 200-open-exit
              when "2" perform 300-print-review-list thru
                             300-print-exit
              when "3" perform 400-record-decisions thru
                             400-decide-exit
              when "4" perform 500-sweep-dormant thru 500-sweep-exit
              when "0" move "Y" to done-flag
              when "zero" move "Y" to done-flag
              when other
                   display "Please select 0 through 4."
           end-evaluate.

      * A new quarter's cycle: anything the last cycle left open
      * goes to RECERTHIST as closed unreviewed, dormant IDs are
      * disabled, and one item is built per granted flag of every
      * ID still enabled, with its last use off UTILAUDIT.
       200-open-cycle.
           perform 150-admin-check thru 150-admin-exit
           if NOT admin-ok
              go to 200-open-exit
           end-if
           if oper-count EQUAL TO zero
              display "No operators on OPERMAST."
              go to 200-open-exit
           end-if

           move todays-date(1:4) to nc-year
           move todays-date(5:2) to cycle-month
           compute nc-quarter = (cycle-month + 2) / 3
           if current-cycle EQUAL TO new-cycle
              display "Cycle " new-cycle " is already open."
              go to 200-open-exit
           end-if

           move zero to open-count
           perform 205-count-open-item
                   varying item-idx from 1 by 1
                   until item-idx > item-count
           if open-count > zero
              move open-count to count-out
              display count-out " items of cycle " current-cycle
                      " were never decided; they close unreviewed."
              display "Open cycle " new-cycle " anyway? (Y/N): "
                      with no advancing
              accept yes-no
              move function upper-case(yes-no) to yes-no
              if NOT affirm
                 go to 200-open-exit
              end-if
              perform 210-close-unreviewed thru 210-close-exit
           end-if

           perform 500-sweep-dormant thru 500-sweep-exit
           perform 220-scan-audit-trail thru 220-scan-exit

           move new-cycle to current-cycle
           move zero to item-count
           move zero to no-supv-count
           perform 230-build-operator-items
                   varying oper-idx from 1 by 1
                   until oper-idx > oper-count
           perform 700-save-cycle thru 700-save-exit

           move item-count to count-out
           display "Cycle " current-cycle " opened with " count-out
                   " review items."
           if no-supv-count > zero
              display no-supv-count " operators have no supervisor"
                      " on OPERMAST -- assign one in OPERMNT."
           end-if
           move "OPRECERT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Recert cycle " current-cycle " opened, " count-out
                  " items"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       200-open-exit.
           exit.

       205-count-open-item.
           if ri-decision(item-idx) EQUAL TO space
              add 1 to open-count
           end-if.

       210-close-unreviewed.
           perform 710-open-history thru 710-open-exit
           if recert-hist-status NOT EQUAL TO "00"
              go to 210-close-exit
           end-if
           perform 211-close-one-item
                   varying item-idx from 1 by 1
                   until item-idx > item-count
           close recert-hist-file

           move "OPRECERT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "Recert cycle " current-cycle " closed, "
                  count-out " items unreviewed"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       210-close-exit.
           exit.

       211-close-one-item.
           if ri-decision(item-idx) EQUAL TO space
              move "U" to ri-decision(item-idx)
              move operator-id to ri-decided-by(item-idx)
              move todays-date-stamp(1:8)
                   to ri-decided-date(item-idx)
              perform 711-write-history-item
           end-if.

      * One pass over UTILAUDIT: the newest date each operator ran
      * each slot's programs.
       220-scan-audit-trail.
           move spaces to use-table
           open input audit-trail-file
           if audit-trail-status NOT EQUAL TO "00"
              display "No UTILAUDIT log on file -- last use will"
              display "show as none."
              go to 220-scan-exit
           end-if
           move "N" to log-eof-flag
           perform 221-read-audit-record
           perform 222-post-audit-record until log-eof
           close audit-trail-file.
       220-scan-exit.
           exit.

       221-read-audit-record.
           read audit-trail-file into audit-line
              at end move "Y" to log-eof-flag
           end-read.

       222-post-audit-record.
           move zero to oper-pick
           if al-oper NOT EQUAL TO spaces
              perform 223-find-audit-operator
                      varying oper-idx from 1 by 1
                      until oper-idx > oper-count
           end-if
           if oper-pick > zero
              perform 224-post-one-mapping
                      varying map-idx from 1 by 1
                      until map-idx > map-count
           end-if
           perform 221-read-audit-record.

       223-find-audit-operator.
           if ot-id(oper-idx) EQUAL TO al-oper
              move oper-idx to oper-pick
           end-if.

       224-post-one-mapping.
           if mp-pgm(map-idx) EQUAL TO al-pgm
              move mp-slot(map-idx) to slot-idx
              if al-date > use-date(oper-pick, slot-idx)
                 move al-date to use-date(oper-pick, slot-idx)
              end-if
           end-if.

      * A disabled ID grants nothing while it stays disabled, so it
      * is not reviewed.
       230-build-operator-items.
           if ot-locked(oper-idx) NOT EQUAL TO "D"
              if ot-supervisor(oper-idx) EQUAL TO spaces
                 add 1 to no-supv-count
              end-if
              perform 231-test-one-slot
                      varying slot-idx from 1 by 1
                      until slot-idx > max-slots
           end-if.

       231-test-one-slot.
           if slot-name(slot-idx) NOT EQUAL TO spaces
              evaluate true
                 when slot-idx < 61
                    if ot-util(oper-idx)(slot-idx:1) EQUAL TO "Y"
                       move "U" to menu-text
                       perform 232-add-one-item
                    end-if
                 when slot-idx < 73
                    if ot-ee(oper-idx)(slot-idx - 60:1) EQUAL TO "Y"
                       move "E" to menu-text
                       perform 232-add-one-item
                    end-if
                 when other
                    if ot-admin(oper-idx) EQUAL TO "Y"
                       move "A" to menu-text
                       perform 232-add-one-item
                    end-if
              end-evaluate
           end-if.

       232-add-one-item.
           if item-count < max-items
              add 1 to item-count
              move item-count to item-idx
              move current-cycle to ri-cycle(item-idx)
              move ot-id(oper-idx) to ri-oper(item-idx)
              move ot-supervisor(oper-idx)
                   to ri-supervisor(item-idx)
              move menu-text to ri-menu(item-idx)
              evaluate true
                 when slot-idx < 61
                    move slot-idx to ri-pos(item-idx)
                 when slot-idx < 73
                    compute ri-pos(item-idx) = slot-idx - 60
                 when other
                    move zero to ri-pos(item-idx)
              end-evaluate
              move slot-name(slot-idx) to ri-pgm(item-idx)
              move ot-last-date(oper-idx)
                   to ri-last-signon(item-idx)
              move use-date(oper-idx, slot-idx)
                   to ri-last-use(item-idx)
              move space to ri-decision(item-idx)
              move spaces to ri-decided-by(item-idx)
              move spaces to ri-decided-date(item-idx)
              move zero to ri-pc-seq(item-idx)
              move "N" to ri-pass(item-idx)
           end-if.

      * The review list, supervisor by supervisor, operator by
      * operator, one line per flag with its last use and where
      * the decision stands.
       300-print-review-list.
           if item-count EQUAL TO zero
              display "No recertification cycle is open."
              go to 300-print-exit
           end-if

           display "Supervisor ID (blank = all): " with no advancing
           accept id-in
           move function upper-case(id-in) to id-in

           display "Print the review list to a file? (Y/N): "
                   with no advancing
           accept report-yn
           move function upper-case(report-yn) to report-yn
           if print-report
              open output report-file
              move "ACCESS RECERTIFICATION REVIEW LIST"
                   to report-title
              move "RECERTPRINT" to pg-spool-name
              move zero to page-number
              move 99 to page-line-count
              move zero to pg-money-total
              if report-status NOT EQUAL TO "00"
                 display "Unable to open RECERTPRINT report file."
                 move "N" to report-yn
              end-if
           end-if

           move zero to supv-count
           perform 305-note-one-supervisor
                   varying item-idx from 1 by 1
                   until item-idx > item-count

           move zero to open-count
           move zero to keep-count
           move zero to revoke-count
           move spaces to out-line
           string "CYCLE " current-cycle "  REVIEW LIST  "
                  todays-date-out
                  delimited by size into out-line
           perform 190-emit-line
           perform 310-print-one-supervisor
                   varying supv-idx from 1 by 1
                   until supv-idx > supv-count

           perform 190-emit-line
           move keep-count to count-out
           move revoke-count to count2-out
           move open-count to count3-out
           string "KEPT " count-out "   REVOKED " count2-out
                  "   STILL OPEN " count3-out
                  delimited by size into out-line
           perform 190-emit-line

           if print-report
              perform 199-write-report-trailer
              close report-file
              display spaces
              display "Review list written to RECERTPRINT."
           end-if.
       300-print-exit.
           exit.

       305-note-one-supervisor.
           if id-in EQUAL TO spaces or
              ri-supervisor(item-idx) EQUAL TO id-in
              move zero to supv-pick
              perform 306-test-one-supervisor
                      varying supv-idx from 1 by 1
                      until supv-idx > supv-count
              if supv-pick EQUAL TO zero and supv-count < 31
                 add 1 to supv-count
                 move ri-supervisor(item-idx) to supv-id(supv-count)
              end-if
           end-if.

       306-test-one-supervisor.
           if supv-id(supv-idx) EQUAL TO ri-supervisor(item-idx)
              move supv-idx to supv-pick
           end-if.

       310-print-one-supervisor.
           perform 190-emit-line
           move spaces to supv-name
           move supv-id(supv-idx) to id-in
           perform 320-find-operator
           if oper-pick > zero
              move ot-name(oper-pick) to supv-name
           end-if
           if supv-id(supv-idx) EQUAL TO spaces
              move "SUPERVISOR (NONE ON OPERMAST)" to out-line
           else
              string "SUPERVISOR " supv-id(supv-idx) "  " supv-name
                     delimited by size into out-line
           end-if
           perform 190-emit-line
           move spaces to list-oper
           perform 311-print-one-item thru 311-print-exit
                   varying item-idx from 1 by 1
                   until item-idx > item-count.

       311-print-one-item.
           if ri-supervisor(item-idx) NOT EQUAL TO supv-id(supv-idx)
              go to 311-print-exit
           end-if
           if ri-oper(item-idx) NOT EQUAL TO list-oper
              move ri-oper(item-idx) to list-oper
              move ri-oper(item-idx) to id-in
              perform 320-find-operator
              move spaces to review-name
              if oper-pick > zero
                 move ot-name(oper-pick) to review-name
              end-if
              move ri-last-signon(item-idx) to use-text
              if use-text EQUAL TO spaces
                 move "NEVER" to use-text
              end-if
              string "  OPERATOR " ri-oper(item-idx) "  "
                     review-name "  LAST SIGN-ON " use-text
                     delimited by size into out-line
              perform 190-emit-line
           end-if
           perform 330-item-texts
           string "    " menu-text " " pos-out "  " ri-pgm(item-idx)
                  "  LAST USED " use-text "  " decision-text " "
                  ri-decided-by(item-idx) " "
                  ri-decided-date(item-idx)
                  delimited by size into out-line
           perform 190-emit-line
           evaluate ri-decision(item-idx)
              when "K" add 1 to keep-count
              when "R" add 1 to revoke-count
              when other add 1 to open-count
           end-evaluate.
       311-print-exit.
           exit.

       320-find-operator.
           move zero to oper-pick
           perform 321-test-one-operator
                   varying oper-idx from 1 by 1
                   until oper-idx > oper-count.

       321-test-one-operator.
           if ot-id(oper-idx) EQUAL TO id-in
              move oper-idx to oper-pick
           end-if.

       330-item-texts.
           evaluate ri-menu(item-idx)
              when "U" move "UTIL" to menu-text
              when "E" move "EE" to menu-text
              when other move "ADM" to menu-text
           end-evaluate
           move ri-pos(item-idx) to pos-out
           move ri-last-use(item-idx) to use-text
           if use-text EQUAL TO spaces
              move "NONE" to use-text
           end-if
           evaluate ri-decision(item-idx)
              when "K" move "KEEP" to decision-text
              when "R" move "REVOKE" to decision-text
              when other move "OPEN" to decision-text
           end-evaluate.

      * Shows the line and, when asked, also writes it to the
      * report file, so screen and page stay word for word the same.
       190-emit-line.
           display out-line
           if print-report
              move spaces to report-record
              move out-line to report-record
              perform 197-write-report-line
           end-if
           move spaces to out-line.

      * A supervisor works one operator at a time: every flag still
      * open is kept or revoked, the pass's revokes queue to PENDCHG
      * as one OPERMAST change for a second administrator, and the
      * pass's decisions go to RECERTHIST.
       400-record-decisions.
           if item-count EQUAL TO zero
              display "No recertification cycle is open."
              go to 400-decide-exit
           end-if

           display spaces
           display "Your operators in cycle " current-cycle ":"
           move zero to mine-count
           move spaces to list-oper
           perform 401-list-my-operator
                   varying item-idx from 1 by 1
                   until item-idx > item-count
           if mine-count EQUAL TO zero
              display "No operator in this cycle names "
                      operator-id " as supervisor."
              go to 400-decide-exit
           end-if

           display "Operator ID to review (blank to finish): "
                   with no advancing
           accept id-in
           move function upper-case(id-in) to id-in
           if id-in EQUAL TO spaces
              go to 400-decide-exit
           end-if
           if id-in EQUAL TO operator-id
              display "No one recertifies their own access."
              go to 400-decide-exit
           end-if
           move id-in to review-oper
           move zero to open-count
           perform 405-count-review-items
                   varying scan-idx from 1 by 1
                   until scan-idx > item-count
           if open-count EQUAL TO zero
              display review-oper " has no open items under you."
              go to 400-decide-exit
           end-if

           move zero to pass-keep
           move zero to pass-revoke
           perform 410-decide-one-item thru 410-item-exit
                   varying item-idx from 1 by 1
                   until item-idx > item-count
           if pass-keep EQUAL TO zero and pass-revoke EQUAL TO zero
              go to 400-decide-exit
           end-if

           move zero to queued-seq
           if pass-revoke > zero
              perform 600-queue-revokes thru 600-queue-exit
              if queued-seq EQUAL TO zero
                 perform 425-undo-pass-item
                         varying item-idx from 1 by 1
                         until item-idx > item-count
                 display "Nothing recorded for " review-oper "."
                 go to 400-decide-exit
              end-if
           end-if

           perform 710-open-history thru 710-open-exit
           perform 430-file-pass-item
                   varying item-idx from 1 by 1
                   until item-idx > item-count
           if recert-hist-status EQUAL TO "00"
              close recert-hist-file
           end-if
           perform 700-save-cycle thru 700-save-exit

           move pass-keep to count-out
           move pass-revoke to count2-out
           display review-oper ": " count-out " kept, " count2-out
                   " revoked."
           move "OPRECERT" to audit-trail-pgm
           move spaces to audit-trail-detail
           if queued-seq > zero
              string "Recert " current-cycle " " review-oper
                     " kept" count-out " revoked" count2-out
                     " chg " queued-seq
                     delimited by size into audit-trail-detail
           else
              string "Recert " current-cycle " " review-oper
                     " kept" count-out " revoked" count2-out
                     delimited by size into audit-trail-detail
           end-if
           perform 995-write-audit-trail.
       400-decide-exit.
           exit.

       401-list-my-operator.
           if ri-supervisor(item-idx) EQUAL TO operator-id
              add 1 to mine-count
              if ri-oper(item-idx) NOT EQUAL TO list-oper
                 move ri-oper(item-idx) to list-oper
                 move ri-oper(item-idx) to id-in
                 move zero to open-count
                 perform 405-count-review-items
                         varying scan-idx from item-idx by 1
                         until scan-idx > item-count
                 move open-count to count-out
                 display "  " ri-oper(item-idx) "  " count-out
                         " open"
              end-if
           end-if.

       405-count-review-items.
           if ri-oper(scan-idx) EQUAL TO id-in and
              ri-supervisor(scan-idx) EQUAL TO operator-id and
              ri-decision(scan-idx) EQUAL TO space
              add 1 to open-count
           end-if.

       410-decide-one-item.
           if ri-oper(item-idx) NOT EQUAL TO review-oper or
              ri-supervisor(item-idx) NOT EQUAL TO operator-id or
              ri-decision(item-idx) NOT EQUAL TO space
              go to 410-item-exit
           end-if
           perform 330-item-texts
           display "  " menu-text " " pos-out "  " ri-pgm(item-idx)
                   "  last used " use-text
           display "  Keep or Revoke? (K/R, blank to leave open): "
                   with no advancing
           accept decide-in
           move function upper-case(decide-in) to decide-in
           evaluate decide-in
              when "K"
                 add 1 to pass-keep
              when "R"
                 add 1 to pass-revoke
              when space
                 go to 410-item-exit
              when other
                 display "Please enter K, R, or blank."
                 go to 410-decide-one-item
           end-evaluate
           move decide-in to ri-decision(item-idx)
           move operator-id to ri-decided-by(item-idx)
           move todays-date-stamp(1:8) to ri-decided-date(item-idx)
           move "Y" to ri-pass(item-idx).
       410-item-exit.
           exit.

       425-undo-pass-item.
           if ri-pass(item-idx) EQUAL TO "Y"
              move space to ri-decision(item-idx)
              move spaces to ri-decided-by(item-idx)
              move spaces to ri-decided-date(item-idx)
              move "N" to ri-pass(item-idx)
           end-if.

       430-file-pass-item.
           if ri-pass(item-idx) EQUAL TO "Y"
              if ri-decision(item-idx) EQUAL TO "R"
                 move queued-seq to ri-pc-seq(item-idx)
              end-if
              if recert-hist-status EQUAL TO "00"
                 perform 711-write-history-item
              end-if
              move "N" to ri-pass(item-idx)
           end-if.

      * Disables every enabled ID whose last successful sign-on is
      * older than the DORMWS limit.  An ID that has never signed on
      * has no date to age and shows as NEVER on the review list
      * instead.
       500-sweep-dormant.
           perform 150-admin-check thru 150-admin-exit
           if NOT admin-ok
              go to 500-sweep-exit
           end-if
           compute dormant-limit-date = function date-of-integer(
                   function integer-of-date(todays-date) -
                   dormant-days)
           move zero to dormant-count
           perform 710-open-history thru 710-open-exit
           perform 510-test-one-dormant
                   varying oper-idx from 1 by 1
                   until oper-idx > oper-count
           if recert-hist-status EQUAL TO "00"
              close recert-hist-file
           end-if
           if dormant-count EQUAL TO zero
              display "No dormant accounts to disable."
              go to 500-sweep-exit
           end-if
           perform 185-save-master thru 185-save-exit
           display dormant-count " dormant accounts disabled.".
       500-sweep-exit.
           exit.

       510-test-one-dormant.
           if ot-locked(oper-idx) NOT EQUAL TO "D" and
              ot-last-date(oper-idx) IS NUMERIC
              move ot-last-date(oper-idx) to dormant-last-num
              if dormant-last-num < dormant-limit-date
                 move "D" to ot-locked(oper-idx)
                 add 1 to dormant-count
                 display "  " ot-id(oper-idx) "  last sign-on "
                         ot-last-date(oper-idx) " -- disabled."
                 if recert-hist-status EQUAL TO "00"
                    perform 512-write-dormant-event
                 end-if
                 move "OPRECERT" to audit-trail-pgm
                 move spaces to audit-trail-detail
                 string "ID " ot-id(oper-idx) " disabled as dormant,"
                        " last sign-on " ot-last-date(oper-idx)
                        delimited by size into audit-trail-detail
                 perform 995-write-audit-trail
              end-if
           end-if.

       512-write-dormant-event.
           move spaces to recert-record
           move todays-date(1:4) to nc-year
           move todays-date(5:2) to cycle-month
           compute nc-quarter = (cycle-month + 2) / 3
           move new-cycle to rc-cycle
           move ot-id(oper-idx) to rc-oper
           move ot-supervisor(oper-idx) to rc-supervisor
           move "D" to rc-menu
           move zero to rc-pos
           move ot-last-date(oper-idx) to rc-last-signon
           move "D" to rc-decision
           move operator-id to rc-decided-by
           move todays-date-stamp(1:8) to rc-decided-date
           move zero to rc-pc-seq
           move recert-record to recert-hist-record
           write recert-hist-record.

      * The operator's live record with the revoked flags set to N,
      * queued the OPERMNT way; CHGAPPR applies it once a second
      * administrator approves.
       600-queue-revokes.
           perform 110-load-master thru 110-load-exit
           move review-oper to id-in
           perform 320-find-operator
           if oper-pick EQUAL TO zero
              display review-oper " is no longer on OPERMAST --"
                      " nothing to revoke."
              go to 600-queue-exit
           end-if

           move spaces to oper-image
           move ot-id(oper-pick)        to oi-id
           move ot-name(oper-pick)      to oi-name
           move ot-admin(oper-pick)     to oi-admin
           move ot-util(oper-pick)      to oi-util
           move ot-ee(oper-pick)        to oi-ee
           move ot-pwhash(oper-pick)    to oi-pwhash
           move ot-pwchange(oper-pick)  to oi-pwchange
           move ot-pwdate(oper-pick)    to oi-pwdate
           move ot-failcount(oper-pick) to oi-failcount
           move ot-locked(oper-pick)    to oi-locked
           move ot-last-date(oper-pick) to oi-last-date
           move ot-last-time(oper-pick) to oi-last-time
           move ot-role(oper-pick)      to oi-role
           move ot-supervisor(oper-pick) to oi-supervisor
           perform 610-revoke-one-flag
                   varying item-idx from 1 by 1
                   until item-idx > item-count

           move zero to highest-pc-seq
           open input pending-change-file
           if pending-status EQUAL TO "00"
              move "N" to pending-eof-flag
              perform 620-read-pending-record
              perform 621-note-pending-seq until pending-eof
              close pending-change-file
           end-if

           open extend pending-change-file
           if pending-status EQUAL TO "05" OR
              pending-status EQUAL TO "35"
              open output pending-change-file
           end-if
           if pending-status NOT EQUAL TO "00"
              display "Unable to open the PENDCHG pending-change"
                      " file -- revokes NOT queued."
              go to 600-queue-exit
           end-if

           add 1 to highest-pc-seq
           move spaces to pending-change-record
           move highest-pc-seq to pc-seq
           move "OPERMAST" to pc-file
           move "C" to pc-action
           move review-oper to pc-key
           move operator-id to pc-req-by
           move todays-date-stamp(1:8) to pc-req-date
           move "P" to pc-status
           move spaces to pc-decided-by
           move spaces to pc-decided-date
           move oper-image to pc-image
           write pending-change-record
           close pending-change-file
           move pc-seq to queued-seq

           display "Change " pc-seq " (C) for " review-oper
                   " queued to PENDCHG -- a second"
           display "administrator must approve it through CHGAPPR."

           move "OPRECERT" to audit-trail-pgm
           move spaces to audit-trail-detail
           string "OPERMAST change " pc-seq " (C/" review-oper
                  ") queued"
                  delimited by size into audit-trail-detail
           perform 995-write-audit-trail.
       600-queue-exit.
           exit.

       610-revoke-one-flag.
           if ri-pass(item-idx) EQUAL TO "Y" and
              ri-decision(item-idx) EQUAL TO "R"
              evaluate ri-menu(item-idx)
                 when "U"
                    move "N" to oi-util(ri-pos(item-idx):1)
                 when "E"
                    move "N" to oi-ee(ri-pos(item-idx):1)
                 when "A"
                    move "N" to oi-admin
              end-evaluate
           end-if.

       620-read-pending-record.
           read pending-change-file
              at end move "Y" to pending-eof-flag
           end-read.

       621-note-pending-seq.
           if pc-seq NUMERIC and pc-seq > highest-pc-seq
              move pc-seq to highest-pc-seq
           end-if
           perform 620-read-pending-record.

       700-save-cycle.
           open output recert-file
           if recert-status NOT EQUAL TO "00"
              display "Unable to rewrite RECERTCUR."
              go to 700-save-exit
           end-if
           perform 701-write-one-item
                   varying item-idx from 1 by 1
                   until item-idx > item-count
           close recert-file.
       700-save-exit.
           exit.

       701-write-one-item.
           perform 702-build-item-record
           write recert-record.

       702-build-item-record.
           move spaces to recert-record
           move ri-cycle(item-idx)        to rc-cycle
           move ri-oper(item-idx)         to rc-oper
           move ri-supervisor(item-idx)   to rc-supervisor
           move ri-menu(item-idx)         to rc-menu
           move ri-pos(item-idx)          to rc-pos
           move ri-pgm(item-idx)          to rc-pgm
           move ri-last-signon(item-idx)  to rc-last-signon
           move ri-last-use(item-idx)     to rc-last-use
           move ri-decision(item-idx)     to rc-decision
           move ri-decided-by(item-idx)   to rc-decided-by
           move ri-decided-date(item-idx) to rc-decided-date
           move ri-pc-seq(item-idx)       to rc-pc-seq.

       710-open-history.
           open extend recert-hist-file
           if recert-hist-status EQUAL TO "05" OR
              recert-hist-status EQUAL TO "35"
              open output recert-hist-file
           end-if
           if recert-hist-status NOT EQUAL TO "00"
              display "Unable to open RECERTHIST -- the auditors'"
                      " copy of these entries is on UTILAUDIT only."
           end-if.
       710-open-exit.
           exit.

       711-write-history-item.
           perform 702-build-item-record
           move recert-record to recert-hist-record
           write recert-hist-record.

       185-save-master.
           open output operator-master-file
           if opermast-status NOT EQUAL TO "00"
              display "Unable to rewrite OPERMAST."
              go to 185-save-exit
           end-if
           perform 186-write-one-operator
                   varying oper-idx from 1 by 1
                   until oper-idx > oper-count
           close operator-master-file.
       185-save-exit.
           exit.

       186-write-one-operator.
           move spaces to operator-master-record
           move ot-id(oper-idx)        to om-id
           move ot-name(oper-idx)      to om-name
           move ot-admin(oper-idx)     to om-admin
           move ot-util(oper-idx)      to om-util-auth
           move ot-ee(oper-idx)        to om-ee-auth
           move ot-pwhash(oper-idx)    to om-pwhash
           move ot-pwchange(oper-idx)  to om-pwchange
           move ot-pwdate(oper-idx)    to om-pwdate
           move ot-failcount(oper-idx) to om-failcount
           move ot-locked(oper-idx)    to om-locked
           move ot-last-date(oper-idx) to om-last-date
           move ot-last-time(oper-idx) to om-last-time
           move ot-role(oper-idx)      to om-role
           move ot-supervisor(oper-idx) to om-supervisor
           write operator-master-record.
