      *****************************************************************
      * VERRD -- shared version-in-force pick for the effective-dated *
      * reference masters, copied into a program's PROCEDURE DIVISION *
      * with its own paragraph names via REPLACING (VR-SCAN-PARA,     *
      * VR-SCAN-EXIT, VR-READ-PARA, VR-HOLD-PARA, VR-CHECK-PARA,      *
      * VR-FIND-PARA, VR-TEST-PARA) and the master's file, status,    *
      * key, and effective-date fields (VR-FILE, VR-STATUS, VR-KEY,   *
      * VR-DATE), the RATERD convention.  The scan pass reads the     *
      * whole master once and keeps each key's latest effective date  *
      * not after VR-AS-OF-DATE; the caller's own load pass then      *
      * performs the check paragraph on every record it reads and     *
      * keeps only those that come back in force.  A blank effective  *
      * date sorts below every real one, so the original version      *
      * stands until a dated one takes over.  See VERWS.              *
      *****************************************************************
       VR-SCAN-PARA.
           move zero to vr-count
           move spaces to vr-latest-date
           move "ORIGINAL" to vr-version-out
           open input VR-FILE
           if VR-STATUS NOT EQUAL TO "00"
              go to VR-SCAN-EXIT
           end-if
           move "N" to vr-eof-flag
           perform VR-READ-PARA
           perform VR-HOLD-PARA until vr-eof
           close VR-FILE
           if vr-latest-date NOT EQUAL TO spaces
              move vr-latest-date to vr-version-out
           end-if.
       VR-SCAN-EXIT.
           exit.

       VR-READ-PARA.
           read VR-FILE
              at end move "Y" to vr-eof-flag
           end-read.

       VR-HOLD-PARA.
           move function upper-case(VR-KEY) to vr-probe-key
           move VR-DATE to vr-probe-date
           if vr-probe-key NOT EQUAL TO spaces and
              vr-probe-date NOT GREATER THAN vr-as-of-date
              perform VR-FIND-PARA
              if vr-pick EQUAL TO zero
                 if vr-count < 200
                    add 1 to vr-count
                    move vr-probe-key  to vr-ver-key(vr-count)
                    move vr-probe-date to vr-ver-date(vr-count)
                 end-if
              else
                 if vr-probe-date GREATER THAN vr-ver-date(vr-pick)
                    move vr-probe-date to vr-ver-date(vr-pick)
                 end-if
              end-if
              if vr-probe-date GREATER THAN vr-latest-date
                 move vr-probe-date to vr-latest-date
              end-if
           end-if
           perform VR-READ-PARA.

      * The record now in the master's buffer is in force when its
      * key was kept and its effective date is the one kept.
       VR-CHECK-PARA.
           move "N" to vr-in-force-flag
           move function upper-case(VR-KEY) to vr-probe-key
           move VR-DATE to vr-probe-date
           perform VR-FIND-PARA
           if vr-pick NOT EQUAL TO zero
              if vr-probe-date EQUAL TO vr-ver-date(vr-pick)
                 move "Y" to vr-in-force-flag
              end-if
           end-if.

       VR-FIND-PARA.
           move zero to vr-pick
           perform VR-TEST-PARA
                   varying vr-idx from 1 by 1
                   until vr-idx > vr-count.

       VR-TEST-PARA.
           if vr-ver-key(vr-idx) EQUAL TO vr-probe-key
              move vr-idx to vr-pick
           end-if.
