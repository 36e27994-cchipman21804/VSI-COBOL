      *                  keys) like any other entry.  Available both
      *                  as its own top-level mode and as tape
      *                  operation 12.
      * 2026-10-15  CAC  Added a foot-a-file proof mode: one numeric
      *                  column of BILLLOG, PROJSPEND, or GLJOURNAL is
      *                  footed straight off the file, filtered by
      *                  plant, fiscal period, or date range and
      *                  subtotaled on a control field, then proved
      *                  against a keyed figure, the GLJOURNAL trailer
      *                  line, or the file's CTLTRLR count and hash.
      *                  An out-of-balance total is flagged, and the
      *                  tape can be saved as a named session.
      * 2026-10-15  CAC  Foot-a-file records past the 500-line tape
      *                  table now still count in the grand total,
      *                  footed as one unlisted line ahead of it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Consolidated results repository -- see RESREPSEL.
           COPY resrepsel.

      * The suite data files the foot-a-file proof mode can foot --
      * see BILLSEL, and GLEXTRCT for the GLJOURNAL layout.
           COPY billsel.

           SELECT PROJECT-SPEND-FILE ASSIGN TO "PROJSPEND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROJSPEND-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAL-STATUS.

      * Control-trailer file, for proving a footed file whole --
      * see CTLSEL.
           COPY ctlsel.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE

       COPY fiscfd.

       COPY billfd.

      * PROJSPEND spend postings, in the layout PROJMNT writes.
       FD  PROJECT-SPEND-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01 PROJECT-SPEND-RECORD.
           05 PS-NUMBER       PIC 9(6).
           05 PS-DATE         PIC X(8).
           05 PS-FY           PIC X(4).
           05 PS-PERIOD       PIC X(2).
           05 PS-AMOUNT-IN    PIC X(10).
           05 PS-PO           PIC X(10).
           05 PS-VENDOR       PIC X(6).
           05 FILLER          PIC X(2).

       COPY gljrnfd.

       COPY ctlfd.

       WORKING-STORAGE SECTION.

      * Printable-report-file fields -- see REPTWS.
       01 REDUCE-R-OUT         PIC -(8)9.99.
       01 COLLECT-DONE-FLAG    PIC X.

      * Control-trailer fields -- see CTLWS.
       COPY ctlws.

      * Foot-a-file proof fields.  One footed figure per table
      * line, sorted on the control field for the subtotals; the
      * proof lines are kept so the printed tape carries them too.
      * See FOOT-FILE-MODE.
       01 BILL-STATUS          PIC XX.
       01 PROJSPEND-STATUS     PIC XX.
       01 JOURNAL-STATUS       PIC XX.
       01 FOOT-OPEN-STATUS     PIC XX.
       01 FOOT-FILE-IN         PIC X VALUE SPACE.
       01 FOOT-FILE-LABEL      PIC X(14) VALUE SPACES.
       01 FOOT-COLUMN-IN       PIC X VALUE SPACE.
       01 FOOT-COLUMN-LABEL    PIC X(14) VALUE SPACES.
       01 FOOT-CONTROL-IN      PIC X VALUE SPACE.
          88 FOOT-NO-CONTROL            VALUE "3".
       01 FOOT-CONTROL-LABEL   PIC X(14) VALUE SPACES.
       01 FOOT-PLANT-IN        PIC X(4) VALUE SPACES.
       01 FOOT-FISCAL-IN       PIC X(6) VALUE SPACES.
       01 FOOT-FY-IN           PIC X(4) VALUE SPACES.
       01 FOOT-PERIOD-IN       PIC X(2) VALUE SPACES.
       01 FOOT-FROM-DATE       PIC X(8) VALUE SPACES.
       01 FOOT-TO-DATE         PIC X(8) VALUE SPACES.
       01 FOOT-FROM-SHOWN      PIC X(8).
       01 FOOT-TO-SHOWN        PIC X(8).
       01 FOOT-TITLE           PIC X(60) VALUE SPACES.
       01 FOOT-FILTER-TEXT     PIC X(60) VALUE SPACES.
       01 FOOT-FILTER-PTR      PIC 99.
       01 FOOT-FILTERED-FLAG   PIC X VALUE "N".
          88 FOOT-FILTERED              VALUE "Y".
       01 FOOT-ERROR-FLAG      PIC X VALUE "N".
          88 FOOT-FAILED                VALUE "Y".
       01 FOOT-EOF-FLAG        PIC X VALUE "N".
          88 FOOT-EOF                   VALUE "Y".
       01 FOOT-KEEP-FLAG       PIC X.
          88 FOOT-KEEP                  VALUE "Y".
       01 FOOT-FULL-NOTED      PIC X VALUE "N".
       01 FOOT-SWAP-FLAG       PIC X.
       01 FOOT-REC-DATE        PIC X(8).
       01 FOOT-REC-KEY         PIC X(14).
       01 FOOT-REC-REF         PIC X(26).
       01 FOOT-AMOUNT-IN       PIC X(10).
       01 FOOT-REC-AMOUNT      PIC S9(9)V99.
       01 FOOT-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 FOOT-REJECT-COUNT    PIC 9(7) VALUE ZERO.
       01 FOOT-DETAIL-LINES    PIC 9(7) VALUE ZERO.
       01 FOOT-COUNT           PIC 9(4) VALUE ZERO.
       01 FOOT-KEPT-COUNT      PIC 9(7) VALUE ZERO.
       01 FOOT-UNLISTED-COUNT  PIC 9(7) VALUE ZERO.
       01 FOOT-UNLISTED-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 FOOT-IDX             PIC 9(4).
       01 FOOT-SCAN            PIC 9(4).
       01 FOOT-TABLE.
          02 FOOT-ENTRY OCCURS 500 TIMES.
             03 FT-KEY         PIC X(14).
             03 FT-REF         PIC X(26).
             03 FT-AMOUNT      PIC S9(9)V99.
       01 FOOT-HOLD            PIC X(51).
       01 FOOT-PRIOR-KEY       PIC X(14).
       01 FOOT-SUB-COUNT       PIC 9(4).
       01 FOOT-SUBTOTAL        PIC S9(11)V99.
       01 FOOT-RUN-TOTAL       PIC S9(11)V99.
       01 FOOT-GRAND-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 FOOT-TOTAL-OUT       PIC -(10)9.99.
       01 FOOT-COUNT-OUT       PIC Z(6)9.
       01 FOOT-COUNT2-OUT      PIC Z(6)9.
       01 FOOT-HASH-OUT        PIC 9(8).
       01 FOOT-EMIT-TO         PIC X.
          88 FOOT-TO-SCREEN             VALUE "S".
          88 FOOT-TO-REPORT             VALUE "P".
       01 FOOT-LINE            PIC X(80).
       01 FOOT-TAPE-LINE.
          02 FILLER            PIC X(2).
          02 FTL-KEY           PIC X(14).
          02 FILLER            PIC X.
          02 FTL-REF           PIC X(26).
          02 FILLER            PIC X.
          02 FTL-AMOUNT        PIC -(10)9.99.
          02 FILLER            PIC X.
          02 FTL-MARK          PIC X(3).
          02 FILLER            PIC X(18).
       01 FOOT-LOG-OP          PIC X(2).
       01 FOOT-LOG-AMOUNT      PIC S9(11)V99.
       01 FOOT-LOG-TOTAL       PIC S9(11)V99.
       01 FOOT-TAPE-FIT-FLAG   PIC X.
          88 FOOT-TAPE-FITS             VALUE "Y".
       01 FOOT-SAVE-YN         PIC X.

      * Proof: a keyed figure, the GLJOURNAL T trailer (debit total
      * and line count), or the file's CTLTRLR count and hash.
       01 FOOT-PROOF-IN        PIC X.
       01 FOOT-FIGURE-IN       PIC X(16).
       01 FOOT-PROOF-SOURCE    PIC X(24).
       01 FOOT-PROOF-STATUS    PIC X(16) VALUE "NOT FOOTED".
          88 FOOT-OUT-OF-BALANCE        VALUE "OUT OF BALANCE".
       01 FOOT-PROOF-FIGURE    PIC S9(11)V99 VALUE ZERO.
       01 FOOT-PROOF-DIFF      PIC S9(11)V99 VALUE ZERO.
       01 FOOT-TRAILER-FLAG    PIC X.
          88 FOOT-TRAILER-SEEN          VALUE "Y".
       01 FOOT-TRAILER-AMOUNT  PIC 9(11)V99.
       01 FOOT-TRAILER-LINES   PIC 9(7).
       01 FOOT-CTL-FOUND-FLAG  PIC X.
          88 FOOT-CTL-FOUND             VALUE "Y".
       01 FOOT-CTL-COUNT       PIC 9(7).
       01 FOOT-CTL-HASH        PIC 9(8).
       01 FOOT-PROOF-LINE-COUNT PIC 9 VALUE ZERO.
       01 FOOT-PROOF-IDX       PIC 9.
       01 FOOT-PROOF-LINES.
          02 FOOT-PROOF-LINE OCCURS 6 TIMES PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM 104-DISPLAY-LETTERHEAD
               WHEN "2" PERFORM RUNNING-TAPE-MODE
               WHEN "3" PERFORM SINGLE-EXPRESSION-MODE THRU
                             SINGLE-EXPR-EXIT
               WHEN "4" PERFORM FOOT-FILE-MODE THRU FOOT-FILE-EXIT
           END-EVALUATE

           PERFORM PRINT-RESULTS-REPORT
           PERFORM EXPORT-RESULTS-CSV

           MOVE "ADD2NUMS" TO AUDIT-TRAIL-PGM
           IF MODE-IN IS EQUAL TO "4"
              MOVE SPACES TO AUDIT-TRAIL-DETAIL
              STRING "Footed " FUNCTION TRIM(FOOT-FILE-LABEL) " "
                     FUNCTION TRIM(FOOT-COLUMN-LABEL) " -- "
                     FUNCTION TRIM(FOOT-PROOF-STATUS)
                     DELIMITED BY SIZE INTO AUDIT-TRAIL-DETAIL
           ELSE
              MOVE "Four-function calculator run completed."
                               TO AUDIT-TRAIL-DETAIL
           END-IF
           PERFORM WRITE-AUDIT-TRAIL

           GOBACK.
      * Consolidated-repository write -- see RESREPLOG.
       COPY resreplog REPLACING ==RR-PARA== BY
            ==168-WRITE-RESULTS-REPO==.

      * Control-trailer hash fold, for proving a footed file
      * against its CTLTRLR line -- see CTLWR.
       COPY ctlwr REPLACING ==CT-PARA== BY ==CTL-WRITE-TRAILER==
            ==CT-READ-PARA== BY ==CTL-READ-TRAILER==
            ==CT-HOLD-PARA== BY ==CTL-HOLD-TRAILER==
            ==CT-REPLACE-PARA== BY ==CTL-REPLACE-TRAILER==
            ==CT-WRITE-PARA== BY ==CTL-WRITE-ENTRY==
            ==CT-BUILD-PARA== BY ==CTL-BUILD-TRAILER==
            ==CT-HASH-PARA== BY ==CTL-FOLD-RECORD==
            ==CT-FOLD-PARA== BY ==CTL-FOLD-ONE-CHAR==.
      *
       GET-MODE.
           DISPLAY "1. Single calculation   2. Running tape"
           DISPLAY "3. Expression with precedence"
           DISPLAY "4. Foot a suite data file (proof)".
           DISPLAY "Choose a mode: " WITH NO ADVANCING.
           ACCEPT MODE-IN.
           IF MODE-IN IS LESS THAN "1" OR
              MODE-IN IS GREATER THAN "4"
              DISPLAY "Please enter 1, 2, 3, or 4."
              GO TO GET-MODE
           END-IF.
      *
                         REDUCE-B-OUT " = " REDUCE-R-OUT
              END-IF
           END-IF.
      *
      * Foot a file: one numeric column of a suite data file is
      * read straight off the file -- optionally narrowed to one
      * plant, one fiscal period, or a date range -- and run up as
      * a tape with a subtotal at each break in the control field.
      * The grand total is then proved against a keyed figure or
      * the file's own trailer, an out-of-balance total is flagged,
      * and the tape can be saved as a named session for the
      * reconciliation binder.
       FOOT-FILE-MODE.
           DISPLAY "--- Foot a File (Proof) ---"
           MOVE ZERO TO FOOT-COUNT
           MOVE ZERO TO FOOT-GRAND-TOTAL
           MOVE ZERO TO FOOT-PROOF-LINE-COUNT
           MOVE "NOT FOOTED" TO FOOT-PROOF-STATUS
           PERFORM FOOT-GET-FILE
           PERFORM FOOT-GET-COLUMN
           PERFORM FOOT-GET-CONTROL
           PERFORM FOOT-GET-FILTERS THRU FOOT-FILTERS-EXIT
           IF FOOT-FAILED
              GO TO FOOT-FILE-EXIT
           END-IF
           PERFORM FOOT-DESCRIBE-RUN

           PERFORM FOOT-READ-FILE THRU FOOT-READ-EXIT
           IF FOOT-FAILED
              MOVE SPACES TO FOOT-LINE
              STRING "*** " FUNCTION TRIM(FOOT-FILE-LABEL)
                     " COULD NOT BE READ -- NOT FOOTED ***"
                     DELIMITED BY SIZE INTO FOOT-LINE
              PERFORM FOOT-ADD-PROOF-LINE
              GO TO FOOT-FILE-EXIT
           END-IF
           IF NOT FOOT-NO-CONTROL
              MOVE "Y" TO FOOT-SWAP-FLAG
              PERFORM FOOT-SORT-PASS
                      UNTIL FOOT-SWAP-FLAG IS EQUAL TO "N"
           END-IF

      * The tape goes to the screen and, line for line, into the
      * tape log the session save writes.
           MOVE ZERO TO ENTRY-COUNT
           MOVE ZERO TO MEMORY-REGISTER
           MOVE "N" TO LOG-FULL-NOTED
           MOVE "S" TO FOOT-EMIT-TO
           PERFORM FOOT-WALK-TAPE

           PERFORM FOOT-PROVE
           MOVE "S" TO FOOT-EMIT-TO
           PERFORM FOOT-EMIT-PROOF
           PERFORM FOOT-LOG-PROOF

           MOVE "Y" TO FOOT-TAPE-FIT-FLAG
           COMPUTE RUNNING-TOTAL = FOOT-GRAND-TOTAL
               ON SIZE ERROR
                  MOVE "N" TO FOOT-TAPE-FIT-FLAG
                  MOVE ZERO TO RUNNING-TOTAL
           END-COMPUTE
           MOVE RUNNING-TOTAL TO RUNNING-TOTAL-OUT
           IF NOT FOOT-TAPE-FITS
              DISPLAY "The grand total is too large for a tape"
                      " session -- not offered for saving."
              GO TO FOOT-FILE-EXIT
           END-IF
           DISPLAY "Save this tape as a named session? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT FOOT-SAVE-YN
           MOVE FUNCTION UPPER-CASE(FOOT-SAVE-YN) TO FOOT-SAVE-YN
           IF FOOT-SAVE-YN IS EQUAL TO "Y"
              PERFORM TAPE-SAVE-SESSION THRU TAPE-SAVE-EXIT
           END-IF.
       FOOT-FILE-EXIT.
           EXIT.
      *
       FOOT-GET-FILE.
           DISPLAY "1. BILLLOG utility bills   2. PROJSPEND project"
                   " spend"
           DISPLAY "3. GLJOURNAL general-ledger journal"
           DISPLAY "Choose the file to foot: " WITH NO ADVANCING
           ACCEPT FOOT-FILE-IN
           EVALUATE FOOT-FILE-IN
              WHEN "1" MOVE "BILLLOG" TO FOOT-FILE-LABEL
              WHEN "2" MOVE "PROJSPEND" TO FOOT-FILE-LABEL
              WHEN "3" MOVE "GLJOURNAL" TO FOOT-FILE-LABEL
              WHEN OTHER
                 DISPLAY "Please enter 1, 2, or 3."
                 GO TO FOOT-GET-FILE
           END-EVALUATE.
      *
      * PROJSPEND has the one money column; the others offer a
      * choice.
       FOOT-GET-COLUMN.
           EVALUATE FOOT-FILE-IN
              WHEN "1"
                 DISPLAY "1. Usage   2. Demand   3. Dollars"
                         "   4. kVARh   5. Penalty dollars"
                 DISPLAY "Choose the column: " WITH NO ADVANCING
                 ACCEPT FOOT-COLUMN-IN
                 IF FOOT-COLUMN-IN IS LESS THAN "1" OR
                    FOOT-COLUMN-IN IS GREATER THAN "5"
                    DISPLAY "Please enter 1 thru 5."
                    GO TO FOOT-GET-COLUMN
                 END-IF
              WHEN "2"
                 MOVE "1" TO FOOT-COLUMN-IN
              WHEN "3"
                 DISPLAY "1. Debit lines   2. Credit lines"
                 DISPLAY "Choose the column: " WITH NO ADVANCING
                 ACCEPT FOOT-COLUMN-IN
                 IF FOOT-COLUMN-IN IS LESS THAN "1" OR
                    FOOT-COLUMN-IN IS GREATER THAN "2"
                    DISPLAY "Please enter 1 or 2."
                    GO TO FOOT-GET-COLUMN
                 END-IF
           END-EVALUATE
           EVALUATE FOOT-FILE-IN ALSO FOOT-COLUMN-IN
              WHEN "1" ALSO "1" MOVE "USAGE" TO FOOT-COLUMN-LABEL
              WHEN "1" ALSO "2" MOVE "DEMAND" TO FOOT-COLUMN-LABEL
              WHEN "1" ALSO "3" MOVE "DOLLARS" TO FOOT-COLUMN-LABEL
              WHEN "1" ALSO "4" MOVE "KVARH" TO FOOT-COLUMN-LABEL
              WHEN "1" ALSO "5" MOVE "PENALTY" TO FOOT-COLUMN-LABEL
              WHEN "2" ALSO ANY MOVE "AMOUNT" TO FOOT-COLUMN-LABEL
              WHEN "3" ALSO "1" MOVE "DEBITS" TO FOOT-COLUMN-LABEL
              WHEN "3" ALSO "2" MOVE "CREDITS" TO FOOT-COLUMN-LABEL
           END-EVALUATE.
      *
       FOOT-GET-CONTROL.
           EVALUATE FOOT-FILE-IN
              WHEN "1"
                 DISPLAY "Subtotal on: 1. Plant   2. Meter   3. None"
              WHEN "2"
                 DISPLAY "Subtotal on: 1. Project   2. Vendor"
                         "   3. None"
              WHEN "3"
                 DISPLAY "Subtotal on: 1. Account   2. Cost center"
                         "   3. None"
           END-EVALUATE
           DISPLAY "Choose the control field: " WITH NO ADVANCING
           ACCEPT FOOT-CONTROL-IN
           IF FOOT-CONTROL-IN IS LESS THAN "1" OR
              FOOT-CONTROL-IN IS GREATER THAN "3"
              DISPLAY "Please enter 1, 2, or 3."
              GO TO FOOT-GET-CONTROL
           END-IF
           EVALUATE FOOT-FILE-IN ALSO FOOT-CONTROL-IN
              WHEN "1" ALSO "1" MOVE "PLANT" TO FOOT-CONTROL-LABEL
              WHEN "1" ALSO "2" MOVE "METER" TO FOOT-CONTROL-LABEL
              WHEN "2" ALSO "1" MOVE "PROJECT" TO FOOT-CONTROL-LABEL
              WHEN "2" ALSO "2" MOVE "VENDOR" TO FOOT-CONTROL-LABEL
              WHEN "3" ALSO "1" MOVE "ACCOUNT" TO FOOT-CONTROL-LABEL
              WHEN "3" ALSO "2" MOVE "COST CENTER"
                                     TO FOOT-CONTROL-LABEL
              WHEN OTHER MOVE SPACES TO FOOT-CONTROL-LABEL
           END-EVALUATE.
      *
      * Filters.  Only BILLLOG carries a plant.  A fiscal period
      * reads straight off PROJSPEND's own FY and period; for the
      * other files it becomes the period's date range from the
      * FISCALCAL calendar.  Without a period, an optional date
      * range -- either end may be left open.
       FOOT-GET-FILTERS.
           MOVE "N" TO FOOT-ERROR-FLAG
           MOVE "N" TO FOOT-FILTERED-FLAG
           MOVE SPACES TO FOOT-PLANT-IN
           MOVE SPACES TO FOOT-FY-IN
           MOVE SPACES TO FOOT-PERIOD-IN
           MOVE SPACES TO FOOT-FROM-DATE
           MOVE ALL "9" TO FOOT-TO-DATE

           IF FOOT-FILE-IN IS EQUAL TO "1"
              DISPLAY "Plant (blank for every plant): "
                      WITH NO ADVANCING
              ACCEPT FOOT-PLANT-IN
              MOVE FUNCTION UPPER-CASE(FOOT-PLANT-IN)
                   TO FOOT-PLANT-IN
              IF FOOT-PLANT-IN IS NOT EQUAL TO SPACES
                 MOVE "Y" TO FOOT-FILTERED-FLAG
              END-IF
           END-IF

           DISPLAY "Fiscal period as YYYYPP (blank for none): "
                   WITH NO ADVANCING
           ACCEPT FOOT-FISCAL-IN
           IF FOOT-FISCAL-IN IS NOT EQUAL TO SPACES
              MOVE "Y" TO FOOT-FILTERED-FLAG
              MOVE FOOT-FISCAL-IN(1:4) TO FOOT-FY-IN
              MOVE FOOT-FISCAL-IN(5:2) TO FOOT-PERIOD-IN
              IF FOOT-FILE-IN IS NOT EQUAL TO "2"
                 IF NOT FISCAL-LOADED
                    PERFORM AL-FISCAL-LOAD
                 END-IF
                 PERFORM FOOT-TEST-PERIOD
                         VARYING FISCAL-IDX FROM 1 BY 1
                         UNTIL FISCAL-IDX IS GREATER THAN FISCAL-COUNT
                 IF FOOT-FROM-DATE IS EQUAL TO SPACES
                    DISPLAY "Period " FOOT-FISCAL-IN
                            " is not on the FISCALCAL calendar."
                    MOVE "Y" TO FOOT-ERROR-FLAG
                 END-IF
              END-IF
              GO TO FOOT-FILTERS-EXIT
           END-IF

           DISPLAY "From date YYYYMMDD (blank for open): "
                   WITH NO ADVANCING
           ACCEPT FOOT-FROM-DATE
           DISPLAY "To date YYYYMMDD (blank for open): "
                   WITH NO ADVANCING
           ACCEPT FOOT-TO-DATE
           IF FOOT-FROM-DATE IS NOT EQUAL TO SPACES
              MOVE "Y" TO FOOT-FILTERED-FLAG
              IF FOOT-FROM-DATE IS NOT NUMERIC
                 DISPLAY "Dates are keyed as YYYYMMDD."
                 MOVE "Y" TO FOOT-ERROR-FLAG
              END-IF
           END-IF
           IF FOOT-TO-DATE IS EQUAL TO SPACES
              MOVE ALL "9" TO FOOT-TO-DATE
           ELSE
              MOVE "Y" TO FOOT-FILTERED-FLAG
              IF FOOT-TO-DATE IS NOT NUMERIC
                 DISPLAY "Dates are keyed as YYYYMMDD."
                 MOVE "Y" TO FOOT-ERROR-FLAG
              END-IF
           END-IF.
       FOOT-FILTERS-EXIT.
           EXIT.
      *
       FOOT-TEST-PERIOD.
           IF FP-YEAR(FISCAL-IDX) IS EQUAL TO FOOT-FY-IN AND
              FP-PERIOD(FISCAL-IDX) IS EQUAL TO FOOT-PERIOD-IN
              MOVE FP-START(FISCAL-IDX) TO FOOT-FROM-DATE
              MOVE FP-END(FISCAL-IDX) TO FOOT-TO-DATE
           END-IF.
      *
      * The tape's title and filter lines, built once for both the
      * screen and the printed copy.
       FOOT-DESCRIBE-RUN.
           MOVE SPACES TO FOOT-TITLE
           IF FOOT-NO-CONTROL
              STRING "FOOTING OF " FUNCTION TRIM(FOOT-FILE-LABEL)
                     " -- " FUNCTION TRIM(FOOT-COLUMN-LABEL)
                     DELIMITED BY SIZE INTO FOOT-TITLE
           ELSE
              STRING "FOOTING OF " FUNCTION TRIM(FOOT-FILE-LABEL)
                     " -- " FUNCTION TRIM(FOOT-COLUMN-LABEL)
                     " BY " FUNCTION TRIM(FOOT-CONTROL-LABEL)
                     DELIMITED BY SIZE INTO FOOT-TITLE
           END-IF

           MOVE SPACES TO FOOT-FILTER-TEXT
           MOVE 1 TO FOOT-FILTER-PTR
           IF NOT FOOT-FILTERED
              MOVE "WHOLE FILE -- NO FILTERS" TO FOOT-FILTER-TEXT
           END-IF
           IF FOOT-PLANT-IN IS NOT EQUAL TO SPACES
              STRING "PLANT " FOOT-PLANT-IN "  "
                     DELIMITED BY SIZE INTO FOOT-FILTER-TEXT
                     WITH POINTER FOOT-FILTER-PTR
           END-IF
           IF FOOT-FY-IN IS NOT EQUAL TO SPACES
              STRING "FISCAL PERIOD " FOOT-FY-IN "-" FOOT-PERIOD-IN
                     "  " DELIMITED BY SIZE INTO FOOT-FILTER-TEXT
                     WITH POINTER FOOT-FILTER-PTR
           END-IF
           IF FOOT-FROM-DATE IS NOT EQUAL TO SPACES OR
              FOOT-TO-DATE IS NOT EQUAL TO ALL "9"
              MOVE FOOT-FROM-DATE TO FOOT-FROM-SHOWN
              IF FOOT-FROM-DATE IS EQUAL TO SPACES
                 MOVE "OPEN" TO FOOT-FROM-SHOWN
              END-IF
              MOVE FOOT-TO-DATE TO FOOT-TO-SHOWN
              IF FOOT-TO-DATE IS EQUAL TO ALL "9"
                 MOVE "OPEN" TO FOOT-TO-SHOWN
              END-IF
              STRING "DATES " FOOT-FROM-SHOWN " TO " FOOT-TO-SHOWN
                     DELIMITED BY SIZE INTO FOOT-FILTER-TEXT
                     WITH POINTER FOOT-FILTER-PTR
           END-IF.
      *
      * Every record is counted and folded into the CTLTRLR hash,
      * filtered or not, so the trailer proof sees the whole file;
      * only the records that pass the filters are footed.
       FOOT-READ-FILE.
           MOVE ZERO TO FOOT-READ-COUNT
           MOVE ZERO TO FOOT-REJECT-COUNT
           MOVE ZERO TO FOOT-KEPT-COUNT
           MOVE ZERO TO FOOT-UNLISTED-COUNT
           MOVE ZERO TO FOOT-UNLISTED-AMOUNT
           MOVE ZERO TO FOOT-DETAIL-LINES
           MOVE ZERO TO FOOT-TRAILER-AMOUNT
           MOVE ZERO TO FOOT-TRAILER-LINES
           MOVE ZERO TO CTL-HASH-TOTAL
           MOVE "N" TO FOOT-TRAILER-FLAG
           MOVE "N" TO FOOT-EOF-FLAG
           MOVE "N" TO FOOT-FULL-NOTED
           EVALUATE FOOT-FILE-IN
              WHEN "1"
                 OPEN INPUT BILL-FILE
                 MOVE BILL-STATUS TO FOOT-OPEN-STATUS
              WHEN "2"
                 OPEN INPUT PROJECT-SPEND-FILE
                 MOVE PROJSPEND-STATUS TO FOOT-OPEN-STATUS
              WHEN "3"
                 OPEN INPUT JOURNAL-FILE
                 MOVE JOURNAL-STATUS TO FOOT-OPEN-STATUS
           END-EVALUATE
           IF FOOT-OPEN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Unable to open the "
                      FUNCTION TRIM(FOOT-FILE-LABEL) " file."
              MOVE "Y" TO FOOT-ERROR-FLAG
              GO TO FOOT-READ-EXIT
           END-IF

           PERFORM FOOT-READ-NEXT
           PERFORM FOOT-TAKE-RECORD UNTIL FOOT-EOF
           EVALUATE FOOT-FILE-IN
              WHEN "1" CLOSE BILL-FILE
              WHEN "2" CLOSE PROJECT-SPEND-FILE
              WHEN "3" CLOSE JOURNAL-FILE
           END-EVALUATE
           MOVE FOOT-READ-COUNT TO CTL-REC-COUNT

           MOVE FOOT-READ-COUNT TO FOOT-COUNT-OUT
           MOVE FOOT-KEPT-COUNT TO FOOT-COUNT2-OUT
           DISPLAY FUNCTION TRIM(FOOT-COUNT-OUT) " records read, "
                   FUNCTION TRIM(FOOT-COUNT2-OUT) " footed.".
       FOOT-READ-EXIT.
           EXIT.
      *
       FOOT-READ-NEXT.
           EVALUATE FOOT-FILE-IN
              WHEN "1"
                 READ BILL-FILE
                    AT END MOVE "Y" TO FOOT-EOF-FLAG
                 END-READ
              WHEN "2"
                 READ PROJECT-SPEND-FILE
                    AT END MOVE "Y" TO FOOT-EOF-FLAG
                 END-READ
              WHEN "3"
                 READ JOURNAL-FILE
                    AT END MOVE "Y" TO FOOT-EOF-FLAG
                 END-READ
           END-EVALUATE.
      *
       FOOT-TAKE-RECORD.
           ADD 1 TO FOOT-READ-COUNT
           MOVE SPACES TO CTL-HASH-RECORD
           MOVE "Y" TO FOOT-KEEP-FLAG
           EVALUATE FOOT-FILE-IN
              WHEN "1"
                 MOVE BILL-RECORD TO CTL-HASH-RECORD
                 PERFORM FOOT-TAKE-BILL
              WHEN "2"
                 MOVE PROJECT-SPEND-RECORD TO CTL-HASH-RECORD
                 PERFORM FOOT-TAKE-SPEND
              WHEN "3"
                 MOVE JOURNAL-RECORD TO CTL-HASH-RECORD
                 PERFORM FOOT-TAKE-JOURNAL
           END-EVALUATE
           PERFORM CTL-FOLD-RECORD

           IF FOOT-KEEP
              IF FOOT-REC-DATE IS LESS THAN FOOT-FROM-DATE OR
                 FOOT-REC-DATE IS GREATER THAN FOOT-TO-DATE
                 MOVE "N" TO FOOT-KEEP-FLAG
              END-IF
           END-IF
           IF FOOT-KEEP AND FOOT-FILE-IN IS NOT EQUAL TO "3"
              PERFORM FOOT-TEST-AMOUNT
           END-IF
           IF FOOT-KEEP
              PERFORM FOOT-STORE-ENTRY
           END-IF
           PERFORM FOOT-READ-NEXT.
      *
       FOOT-TAKE-BILL.
           MOVE BL-END TO FOOT-REC-DATE
           IF FOOT-PLANT-IN IS NOT EQUAL TO SPACES AND
              BL-PLANT IS NOT EQUAL TO FOOT-PLANT-IN
              MOVE "N" TO FOOT-KEEP-FLAG
           END-IF
           EVALUATE FOOT-COLUMN-IN
              WHEN "1" MOVE BL-USAGE-IN TO FOOT-AMOUNT-IN
              WHEN "2" MOVE BL-DEMAND-IN TO FOOT-AMOUNT-IN
              WHEN "3" MOVE BL-DOLLARS-IN TO FOOT-AMOUNT-IN
              WHEN "4" MOVE BL-KVARH-IN TO FOOT-AMOUNT-IN
              WHEN "5" MOVE BL-PENALTY-IN TO FOOT-AMOUNT-IN
           END-EVALUATE
           EVALUATE FOOT-CONTROL-IN
              WHEN "1" MOVE BL-PLANT TO FOOT-REC-KEY
              WHEN "2" MOVE BL-METER TO FOOT-REC-KEY
              WHEN OTHER MOVE SPACES TO FOOT-REC-KEY
           END-EVALUATE
           MOVE SPACES TO FOOT-REC-REF
           STRING BL-PLANT " " BL-METER " " BL-END
                  DELIMITED BY SIZE INTO FOOT-REC-REF.
      *
       FOOT-TAKE-SPEND.
           MOVE PS-DATE TO FOOT-REC-DATE
           IF FOOT-FY-IN IS NOT EQUAL TO SPACES
              IF PS-FY IS NOT EQUAL TO FOOT-FY-IN OR
                 PS-PERIOD IS NOT EQUAL TO FOOT-PERIOD-IN
                 MOVE "N" TO FOOT-KEEP-FLAG
              END-IF
           END-IF
           MOVE PS-AMOUNT-IN TO FOOT-AMOUNT-IN
           EVALUATE FOOT-CONTROL-IN
              WHEN "1" MOVE PS-NUMBER TO FOOT-REC-KEY
              WHEN "2" MOVE PS-VENDOR TO FOOT-REC-KEY
              WHEN OTHER MOVE SPACES TO FOOT-REC-KEY
           END-EVALUATE
           MOVE SPACES TO FOOT-REC-REF
           STRING PS-NUMBER " " PS-DATE " " PS-PO
                  DELIMITED BY SIZE INTO FOOT-REC-REF.
      *
      * The T line is the GL loader's control record, not a figure
      * -- its debit total and line count are held for the proof.
       FOOT-TAKE-JOURNAL.
           MOVE JL-DATE TO FOOT-REC-DATE
           EVALUATE JL-REC-TYPE
              WHEN "T"
                 MOVE "Y" TO FOOT-TRAILER-FLAG
                 MOVE "N" TO FOOT-KEEP-FLAG
                 MOVE JL-AMOUNT TO FOOT-TRAILER-AMOUNT
                 IF FUNCTION TEST-NUMVAL-C(JL-REF(7:8))
                    IS EQUAL TO ZERO
                    COMPUTE FOOT-TRAILER-LINES =
                            FUNCTION NUMVAL-C(JL-REF(7:8))
                 END-IF
              WHEN "D"
                 ADD 1 TO FOOT-DETAIL-LINES
                 IF FOOT-COLUMN-IN IS NOT EQUAL TO "1"
                    MOVE "N" TO FOOT-KEEP-FLAG
                 END-IF
              WHEN "C"
                 ADD 1 TO FOOT-DETAIL-LINES
                 IF FOOT-COLUMN-IN IS NOT EQUAL TO "2"
                    MOVE "N" TO FOOT-KEEP-FLAG
                 END-IF
              WHEN OTHER
                 MOVE "N" TO FOOT-KEEP-FLAG
           END-EVALUATE
           IF FOOT-KEEP
              COMPUTE FOOT-REC-AMOUNT = JL-AMOUNT
                  ON SIZE ERROR
                     DISPLAY "Record " FOOT-READ-COUNT
                             ": amount too large -- not footed."
                     ADD 1 TO FOOT-REJECT-COUNT
                     MOVE "N" TO FOOT-KEEP-FLAG
              END-COMPUTE
           END-IF
           EVALUATE FOOT-CONTROL-IN
              WHEN "1" MOVE JL-ACCT TO FOOT-REC-KEY
              WHEN "2" MOVE JL-CC TO FOOT-REC-KEY
              WHEN OTHER MOVE SPACES TO FOOT-REC-KEY
           END-EVALUATE
           MOVE SPACES TO FOOT-REC-REF
           STRING JL-REC-TYPE " " JL-REF " " JL-DATE
                  DELIMITED BY SIZE INTO FOOT-REC-REF.
      *
      * BILLLOG and PROJSPEND keep their figures as keyed text.  A
      * blank column (a bill without kVARh, say) has nothing to
      * foot; an unreadable one is reported and left off the tape.
       FOOT-TEST-AMOUNT.
           IF FOOT-AMOUNT-IN IS EQUAL TO SPACES
              MOVE "N" TO FOOT-KEEP-FLAG
           ELSE
              IF FUNCTION TEST-NUMVAL(FOOT-AMOUNT-IN)
                 IS NOT EQUAL TO ZERO
                 DISPLAY "Record " FOOT-READ-COUNT
                         ": unreadable amount '" FOOT-AMOUNT-IN
                         "' -- not footed."
                 ADD 1 TO FOOT-REJECT-COUNT
                 MOVE "N" TO FOOT-KEEP-FLAG
              ELSE
                 COMPUTE FOOT-REC-AMOUNT =
                         FUNCTION NUMVAL(FOOT-AMOUNT-IN)
              END-IF
           END-IF.
      *
      * Every kept record goes into the grand total; only the first
      * 500 are held for the tape and its subtotals.
       FOOT-STORE-ENTRY.
           ADD 1 TO FOOT-KEPT-COUNT
           ADD FOOT-REC-AMOUNT TO FOOT-GRAND-TOTAL
           IF FOOT-COUNT IS LESS THAN 500
              ADD 1 TO FOOT-COUNT
              MOVE FOOT-REC-KEY TO FT-KEY(FOOT-COUNT)
              MOVE FOOT-REC-REF TO FT-REF(FOOT-COUNT)
              MOVE FOOT-REC-AMOUNT TO FT-AMOUNT(FOOT-COUNT)
           ELSE
              ADD 1 TO FOOT-UNLISTED-COUNT
              ADD FOOT-REC-AMOUNT TO FOOT-UNLISTED-AMOUNT
              IF FOOT-FULL-NOTED IS EQUAL TO "N"
                 DISPLAY "Footing table full -- records past 500"
                         " are in the grand total but not listed."
                 MOVE "Y" TO FOOT-FULL-NOTED
              END-IF
           END-IF.
      *
      * Exchange sort on the control field -- equal keys keep their
      * file order, so each group reads down the tape as filed.
       FOOT-SORT-PASS.
           MOVE "N" TO FOOT-SWAP-FLAG
           PERFORM FOOT-SORT-COMPARE
                   VARYING FOOT-IDX FROM 1 BY 1
                   UNTIL FOOT-IDX IS NOT LESS THAN FOOT-COUNT.
      *
       FOOT-SORT-COMPARE.
           COMPUTE FOOT-SCAN = FOOT-IDX + 1
           IF FT-KEY(FOOT-IDX) IS GREATER THAN FT-KEY(FOOT-SCAN)
              MOVE FOOT-ENTRY(FOOT-IDX) TO FOOT-HOLD
              MOVE FOOT-ENTRY(FOOT-SCAN) TO FOOT-ENTRY(FOOT-IDX)
              MOVE FOOT-HOLD TO FOOT-ENTRY(FOOT-SCAN)
              MOVE "Y" TO FOOT-SWAP-FLAG
           END-IF.
      *
      * Run the tape: each figure, a subtotal at every change of
      * control field, and the grand total.  On the screen pass
      * each line also lands in the tape log for the session save.
       FOOT-WALK-TAPE.
           MOVE ZERO TO FOOT-RUN-TOTAL
           MOVE ZERO TO FOOT-SUBTOTAL
           MOVE ZERO TO FOOT-SUB-COUNT
           MOVE SPACES TO FOOT-PRIOR-KEY

           MOVE FOOT-TITLE TO FOOT-LINE
           PERFORM FOOT-EMIT-LINE
           MOVE SPACES TO FOOT-LINE
           STRING "  " FOOT-FILTER-TEXT
                  DELIMITED BY SIZE INTO FOOT-LINE
           PERFORM FOOT-EMIT-LINE
           MOVE SPACES TO FOOT-TAPE-LINE
           MOVE "CONTROL" TO FTL-KEY
           MOVE "REFERENCE" TO FTL-REF
           MOVE FOOT-TAPE-LINE TO FOOT-LINE
           MOVE "AMOUNT" TO FOOT-LINE(53:6)
           PERFORM FOOT-EMIT-LINE

           PERFORM FOOT-WALK-ONE
                   VARYING FOOT-IDX FROM 1 BY 1
                   UNTIL FOOT-IDX IS GREATER THAN FOOT-COUNT
           IF FOOT-COUNT IS GREATER THAN ZERO AND
              NOT FOOT-NO-CONTROL
              PERFORM FOOT-EMIT-SUBTOTAL
           END-IF

      * The records past the table foot as one lump ahead of the
      * grand total, so the tape (and a saved session) adds up.
           IF FOOT-UNLISTED-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO FOOT-TAPE-LINE
              MOVE "PAST 500" TO FTL-KEY
              MOVE FOOT-UNLISTED-COUNT TO FOOT-COUNT-OUT
              STRING "(" FUNCTION TRIM(FOOT-COUNT-OUT)
                     " ITEMS, NOT LISTED)"
                     DELIMITED BY SIZE INTO FTL-REF
              MOVE FOOT-UNLISTED-AMOUNT TO FTL-AMOUNT
              MOVE FOOT-TAPE-LINE TO FOOT-LINE
              PERFORM FOOT-EMIT-LINE
              IF FOOT-TO-SCREEN
                 MOVE "1 " TO FOOT-LOG-OP
                 MOVE FOOT-UNLISTED-AMOUNT TO FOOT-LOG-AMOUNT
                 MOVE FOOT-GRAND-TOTAL TO FOOT-LOG-TOTAL
                 PERFORM FOOT-LOG-LINE
              END-IF
           END-IF

           MOVE SPACES TO FOOT-TAPE-LINE
           MOVE "GRAND TOTAL" TO FTL-KEY
           MOVE FOOT-KEPT-COUNT TO FOOT-COUNT-OUT
           STRING "(" FUNCTION TRIM(FOOT-COUNT-OUT) " ITEMS)"
                  DELIMITED BY SIZE INTO FTL-REF
           MOVE FOOT-GRAND-TOTAL TO FTL-AMOUNT
           MOVE "**" TO FTL-MARK
           MOVE FOOT-TAPE-LINE TO FOOT-LINE
           PERFORM FOOT-EMIT-LINE
           IF FOOT-REJECT-COUNT IS GREATER THAN ZERO
              MOVE FOOT-REJECT-COUNT TO FOOT-COUNT-OUT
              MOVE SPACES TO FOOT-LINE
              STRING "  *** " FUNCTION TRIM(FOOT-COUNT-OUT)
                     " RECORD(S) LEFT OFF THE TAPE -- SEE THE"
                     " SCREEN LOG ***"
                     DELIMITED BY SIZE INTO FOOT-LINE
              PERFORM FOOT-EMIT-LINE
           END-IF.
      *
       FOOT-WALK-ONE.
           IF FOOT-IDX IS GREATER THAN 1 AND
              NOT FOOT-NO-CONTROL AND
              FT-KEY(FOOT-IDX) IS NOT EQUAL TO FOOT-PRIOR-KEY
              PERFORM FOOT-EMIT-SUBTOTAL
           END-IF
           MOVE FT-KEY(FOOT-IDX) TO FOOT-PRIOR-KEY
           ADD FT-AMOUNT(FOOT-IDX) TO FOOT-SUBTOTAL
           ADD FT-AMOUNT(FOOT-IDX) TO FOOT-RUN-TOTAL
           ADD 1 TO FOOT-SUB-COUNT

           MOVE SPACES TO FOOT-TAPE-LINE
           MOVE FT-KEY(FOOT-IDX) TO FTL-KEY
           MOVE FT-REF(FOOT-IDX) TO FTL-REF
           MOVE FT-AMOUNT(FOOT-IDX) TO FTL-AMOUNT
           MOVE FOOT-TAPE-LINE TO FOOT-LINE
           PERFORM FOOT-EMIT-LINE
           IF FOOT-TO-SCREEN
              MOVE "1 " TO FOOT-LOG-OP
              MOVE FT-AMOUNT(FOOT-IDX) TO FOOT-LOG-AMOUNT
              MOVE FOOT-RUN-TOTAL TO FOOT-LOG-TOTAL
              PERFORM FOOT-LOG-LINE
           END-IF.
      *
       FOOT-EMIT-SUBTOTAL.
           MOVE SPACES TO FOOT-TAPE-LINE
           MOVE FOOT-PRIOR-KEY TO FTL-KEY
           MOVE FOOT-SUB-COUNT TO FOOT-COUNT-OUT
           STRING "SUBTOTAL (" FUNCTION TRIM(FOOT-COUNT-OUT)
                  " ITEMS)"
                  DELIMITED BY SIZE INTO FTL-REF
           MOVE FOOT-SUBTOTAL TO FTL-AMOUNT
           MOVE "*" TO FTL-MARK
           MOVE FOOT-TAPE-LINE TO FOOT-LINE
           PERFORM FOOT-EMIT-LINE
           IF FOOT-TO-SCREEN
              MOVE "ST" TO FOOT-LOG-OP
              MOVE ZERO TO FOOT-LOG-AMOUNT
              MOVE FOOT-SUBTOTAL TO FOOT-LOG-TOTAL
              PERFORM FOOT-LOG-LINE
           END-IF
           MOVE ZERO TO FOOT-SUBTOTAL
           MOVE ZERO TO FOOT-SUB-COUNT.
      *
       FOOT-EMIT-LINE.
           IF FOOT-TO-REPORT
              MOVE FOOT-LINE TO REPORT-RECORD
              PERFORM 197-WRITE-REPORT-LINE
           ELSE
              DISPLAY FUNCTION TRIM(FOOT-LINE TRAILING)
           END-IF.
      *
      * Footed lines go into the tape log as adds, subtotals as ST,
      * the proof figure as PF and any out-of-balance difference
      * as OB -- a reloaded session replays them in that order.
       FOOT-LOG-LINE.
           MOVE FOOT-LOG-OP TO TAPE-OP-IN
           COMPUTE TAPE-AMOUNT = FOOT-LOG-AMOUNT
               ON SIZE ERROR
                  MOVE ZERO TO TAPE-AMOUNT
           END-COMPUTE
           COMPUTE RUNNING-TOTAL = FOOT-LOG-TOTAL
               ON SIZE ERROR
                  MOVE ZERO TO RUNNING-TOTAL
           END-COMPUTE
           PERFORM LOG-TAPE-ENTRY.
      *
      * Prove the grand total.  The trailer proof covers the whole
      * file, so a filtered footing falls back on a keyed figure.
       FOOT-PROVE.
           MOVE "NOT PROVED" TO FOOT-PROOF-STATUS
           MOVE SPACES TO FOOT-PROOF-SOURCE
           MOVE ZERO TO FOOT-PROOF-FIGURE
           MOVE ZERO TO FOOT-PROOF-DIFF
           DISPLAY "Prove the total against: K. A keyed figure"
           DISPLAY "T. The file's control trailer   N. No proof"
           DISPLAY "Choose: " WITH NO ADVANCING
           ACCEPT FOOT-PROOF-IN
           MOVE FUNCTION UPPER-CASE(FOOT-PROOF-IN) TO FOOT-PROOF-IN
           EVALUATE FOOT-PROOF-IN
              WHEN "K"
                 PERFORM FOOT-PROVE-KEYED
              WHEN "T"
                 PERFORM FOOT-PROVE-TRAILER THRU FOOT-TRAILER-EXIT
              WHEN "N"
                 MOVE "  TOTAL NOT PROVED." TO FOOT-LINE
                 PERFORM FOOT-ADD-PROOF-LINE
              WHEN OTHER
                 DISPLAY "Please enter K, T, or N."
                 GO TO FOOT-PROVE
           END-EVALUATE.
      *
       FOOT-PROVE-KEYED.
           DISPLAY "Figure to prove against: " WITH NO ADVANCING
           ACCEPT FOOT-FIGURE-IN
           IF FUNCTION TEST-NUMVAL(FOOT-FIGURE-IN)
              IS NOT EQUAL TO ZERO
              DISPLAY "Please key the figure as a number."
              GO TO FOOT-PROVE-KEYED
           END-IF
           COMPUTE FOOT-PROOF-FIGURE = FUNCTION NUMVAL(FOOT-FIGURE-IN)
           MOVE "KEYED FIGURE" TO FOOT-PROOF-SOURCE
           PERFORM FOOT-COMPARE-MONEY.
      *
       FOOT-COMPARE-MONEY.
           COMPUTE FOOT-PROOF-DIFF =
                   FOOT-GRAND-TOTAL - FOOT-PROOF-FIGURE
           MOVE FOOT-PROOF-FIGURE TO FOOT-TOTAL-OUT
           MOVE SPACES TO FOOT-LINE
           STRING "  PROVED AGAINST " FUNCTION TRIM(FOOT-PROOF-SOURCE)
                  ": " FUNCTION TRIM(FOOT-TOTAL-OUT)
                  DELIMITED BY SIZE INTO FOOT-LINE
           PERFORM FOOT-ADD-PROOF-LINE
           IF FOOT-PROOF-DIFF IS EQUAL TO ZERO
              MOVE "IN BALANCE" TO FOOT-PROOF-STATUS
              MOVE "  TOTAL IN BALANCE." TO FOOT-LINE
           ELSE
              MOVE "OUT OF BALANCE" TO FOOT-PROOF-STATUS
              MOVE FOOT-PROOF-DIFF TO FOOT-TOTAL-OUT
              MOVE SPACES TO FOOT-LINE
              STRING "  *** OUT OF BALANCE BY "
                     FUNCTION TRIM(FOOT-TOTAL-OUT) " ***"
                     DELIMITED BY SIZE INTO FOOT-LINE
           END-IF
           PERFORM FOOT-ADD-PROOF-LINE.
      *
      * GLJOURNAL proves against its own T line -- the debit total
      * (a balanced journal's credits foot to the same figure) and
      * the D/C line count.  BILLLOG and PROJSPEND prove against
      * their CTLTRLR line (restamped by BILLLOG and PROJMNT after
      * every bill and posting), which carries a record count and
      * hash, not a money total: agreement shows the footed file is
      * the file as last maintained, nothing dropped or edited since.
       FOOT-PROVE-TRAILER.
           IF FOOT-FILTERED
              DISPLAY "A filtered footing covers only part of the"
                      " file -- the trailer proves the whole file."
              PERFORM FOOT-PROVE-KEYED
              GO TO FOOT-TRAILER-EXIT
           END-IF

           IF FOOT-FILE-IN IS EQUAL TO "3"
              IF NOT FOOT-TRAILER-SEEN
                 DISPLAY "GLJOURNAL carries no T trailer line."
                 PERFORM FOOT-PROVE-KEYED
                 GO TO FOOT-TRAILER-EXIT
              END-IF
              MOVE FOOT-TRAILER-AMOUNT TO FOOT-PROOF-FIGURE
              MOVE "GLJOURNAL TRAILER" TO FOOT-PROOF-SOURCE
              PERFORM FOOT-COMPARE-MONEY
              IF FOOT-TRAILER-LINES IS NOT EQUAL TO FOOT-DETAIL-LINES
                 MOVE "OUT OF BALANCE" TO FOOT-PROOF-STATUS
                 MOVE FOOT-TRAILER-LINES TO FOOT-COUNT-OUT
                 MOVE FOOT-DETAIL-LINES TO FOOT-COUNT2-OUT
                 MOVE SPACES TO FOOT-LINE
                 STRING "  *** TRAILER SAYS "
                        FUNCTION TRIM(FOOT-COUNT-OUT)
                        " LINES, FILE HOLDS "
                        FUNCTION TRIM(FOOT-COUNT2-OUT) " ***"
                        DELIMITED BY SIZE INTO FOOT-LINE
                 PERFORM FOOT-ADD-PROOF-LINE
              END-IF
              GO TO FOOT-TRAILER-EXIT
           END-IF

           MOVE "N" TO FOOT-CTL-FOUND-FLAG
           OPEN INPUT CONTROL-TRAILER-FILE
           IF CTL-TRAILER-STATUS IS EQUAL TO "00"
              MOVE "N" TO CTL-TRAILER-EOF-FLAG
              PERFORM CTL-READ-TRAILER
              PERFORM FOOT-TEST-CTL-LINE UNTIL CTL-TRAILER-EOF
              CLOSE CONTROL-TRAILER-FILE
           END-IF
           IF NOT FOOT-CTL-FOUND
              DISPLAY "No CTLTRLR trailer on file for "
                      FUNCTION TRIM(FOOT-FILE-LABEL) "."
              PERFORM FOOT-PROVE-KEYED
              GO TO FOOT-TRAILER-EXIT
           END-IF

           MOVE "CTLTRLR COUNT AND HASH" TO FOOT-PROOF-SOURCE
           MOVE FOOT-CTL-COUNT TO FOOT-COUNT-OUT
           MOVE FOOT-CTL-HASH TO FOOT-HASH-OUT
           MOVE SPACES TO FOOT-LINE
           STRING "  CTLTRLR: " FOOT-COUNT-OUT " RECORDS  HASH "
                  FOOT-HASH-OUT
                  DELIMITED BY SIZE INTO FOOT-LINE
           PERFORM FOOT-ADD-PROOF-LINE
           MOVE CTL-REC-COUNT TO FOOT-COUNT-OUT
           MOVE CTL-HASH-TOTAL TO FOOT-HASH-OUT
           MOVE SPACES TO FOOT-LINE
           STRING "  FILE:    " FOOT-COUNT-OUT " RECORDS  HASH "
                  FOOT-HASH-OUT
                  DELIMITED BY SIZE INTO FOOT-LINE
           PERFORM FOOT-ADD-PROOF-LINE
           IF FOOT-CTL-COUNT IS EQUAL TO CTL-REC-COUNT AND
              FOOT-CTL-HASH IS EQUAL TO CTL-HASH-TOTAL
              MOVE "IN BALANCE" TO FOOT-PROOF-STATUS
              MOVE "  FILE AGREES WITH ITS CONTROL TRAILER."
                   TO FOOT-LINE
           ELSE
              MOVE "OUT OF BALANCE" TO FOOT-PROOF-STATUS
              MOVE "  *** FILE DOES NOT MATCH ITS CONTROL TRAILER ***"
                   TO FOOT-LINE
           END-IF
           PERFORM FOOT-ADD-PROOF-LINE.
       FOOT-TRAILER-EXIT.
           EXIT.
      *
       FOOT-TEST-CTL-LINE.
           IF CT-FILE IS EQUAL TO FOOT-FILE-LABEL
              MOVE "Y" TO FOOT-CTL-FOUND-FLAG
              MOVE CT-COUNT TO FOOT-CTL-COUNT
              MOVE CT-HASH TO FOOT-CTL-HASH
           END-IF
           PERFORM CTL-READ-TRAILER.
      *
       FOOT-ADD-PROOF-LINE.
           IF FOOT-PROOF-LINE-COUNT IS LESS THAN 6
              ADD 1 TO FOOT-PROOF-LINE-COUNT
              MOVE FOOT-LINE TO FOOT-PROOF-LINE(FOOT-PROOF-LINE-COUNT)
           END-IF.
      *
       FOOT-EMIT-PROOF.
           PERFORM FOOT-EMIT-ONE-PROOF
                   VARYING FOOT-PROOF-IDX FROM 1 BY 1
                   UNTIL FOOT-PROOF-IDX IS GREATER THAN
                         FOOT-PROOF-LINE-COUNT.
      *
       FOOT-EMIT-ONE-PROOF.
           MOVE FOOT-PROOF-LINE(FOOT-PROOF-IDX) TO FOOT-LINE
           PERFORM FOOT-EMIT-LINE.
      *
       FOOT-LOG-PROOF.
           IF FOOT-PROOF-SOURCE IS NOT EQUAL TO SPACES AND
              FOOT-PROOF-SOURCE IS NOT EQUAL TO
                                   "CTLTRLR COUNT AND HASH"
              MOVE "PF" TO FOOT-LOG-OP
              MOVE ZERO TO FOOT-LOG-AMOUNT
              MOVE FOOT-PROOF-FIGURE TO FOOT-LOG-TOTAL
              PERFORM FOOT-LOG-LINE
           END-IF
           IF FOOT-OUT-OF-BALANCE
              MOVE "OB" TO FOOT-LOG-OP
              MOVE ZERO TO FOOT-LOG-AMOUNT
              MOVE FOOT-PROOF-DIFF TO FOOT-LOG-TOTAL
              PERFORM FOOT-LOG-LINE
           END-IF.
      *
       GET-NUMBERS.
           DISPLAY "Enter 1st number: " WITH NO ADVANCING.
           EXIT.
      *
      * Printable-report-file option -- writes the single-calculation
      * result, the running-tape total, or the whole footed tape and
      * its proof to ADD2PRINT, mirroring whatever was just shown on
      * screen.
       PRINT-RESULTS-REPORT.
           DISPLAY "Print result to a report file? (Y/N): "
                   WITH NO ADVANCING.
           MOVE FUNCTION UPPER-CASE(REPORT-YN) TO REPORT-YN.
           IF PRINT-REPORT
              OPEN OUTPUT REPORT-FILE
              IF MODE-IN IS EQUAL TO "4"
                 MOVE "FILE FOOTING PROOF" TO REPORT-TITLE
              ELSE
                 MOVE "FOUR-FUNCTION CALCULATOR"
                      TO REPORT-TITLE
              END-IF
              MOVE "ADD2PRINT" TO PG-SPOOL-NAME
              MOVE ZERO TO PAGE-NUMBER
              MOVE 99 TO PAGE-LINE-COUNT
              MOVE ZERO TO PG-MONEY-TOTAL

              MOVE SPACES TO REPORT-RECORD
              STRING REPORT-TITLE
                     DELIMITED BY SIZE INTO REPORT-RECORD
              PERFORM 197-WRITE-REPORT-LINE

                     STRING "Tape total: " RUNNING-TOTAL-OUT
                            DELIMITED BY SIZE INTO REPORT-RECORD
                     PERFORM 197-WRITE-REPORT-LINE
                  WHEN "4"
                     MOVE "P" TO FOOT-EMIT-TO
                     PERFORM FOOT-WALK-TAPE
                     PERFORM FOOT-EMIT-PROOF
                     MOVE FOOT-GRAND-TOTAL TO PG-MONEY-TOTAL
              END-EVALUATE

              PERFORM 199-WRITE-REPORT-TRAILER
              WHEN "2"
                 STRING "TAPE TOTAL " RUNNING-TOTAL-OUT
                        DELIMITED BY SIZE INTO RR-RESULT-WS
              WHEN "4"
                 STRING "FOOT " FUNCTION TRIM(FOOT-FILE-LABEL) " "
                        FUNCTION TRIM(FOOT-COLUMN-LABEL) " "
                        FUNCTION TRIM(FOOT-FILTER-TEXT)
                        DELIMITED BY SIZE INTO RR-INPUTS-WS
                 MOVE FOOT-GRAND-TOTAL TO FOOT-TOTAL-OUT
                 STRING FUNCTION TRIM(FOOT-TOTAL-OUT) " "
                        FUNCTION TRIM(FOOT-PROOF-STATUS)
                        DELIMITED BY SIZE INTO RR-RESULT-WS
           END-EVALUATE
           PERFORM 168-WRITE-RESULTS-REPO

                     STRING FUNCTION TRIM(RUNNING-TOTAL-OUT)
                            DELIMITED BY SIZE INTO CSV-RECORD
                     WRITE CSV-RECORD
                  WHEN "4"
                     MOVE SPACES TO CSV-RECORD
                     STRING "CONTROL,REFERENCE,AMOUNT"
                            DELIMITED BY SIZE INTO CSV-RECORD
                     WRITE CSV-RECORD
                     PERFORM FOOT-WRITE-CSV-LINE
                             VARYING FOOT-IDX FROM 1 BY 1
                             UNTIL FOOT-IDX IS GREATER THAN FOOT-COUNT
                     IF FOOT-UNLISTED-COUNT IS GREATER THAN ZERO
                        MOVE FOOT-UNLISTED-COUNT TO FOOT-COUNT-OUT
                        MOVE FOOT-UNLISTED-AMOUNT TO FOOT-TOTAL-OUT
                        MOVE SPACES TO CSV-RECORD
                        STRING "PAST 500,"
                               FUNCTION TRIM(FOOT-COUNT-OUT)
                               " ITEMS NOT LISTED,"
                               FUNCTION TRIM(FOOT-TOTAL-OUT)
                               DELIMITED BY SIZE INTO CSV-RECORD
                        WRITE CSV-RECORD
                     END-IF

                     MOVE FOOT-GRAND-TOTAL TO FOOT-TOTAL-OUT
                     MOVE SPACES TO CSV-RECORD
                     STRING "GRAND TOTAL,"
                            FUNCTION TRIM(FOOT-PROOF-STATUS) ","
                            FUNCTION TRIM(FOOT-TOTAL-OUT)
                            DELIMITED BY SIZE INTO CSV-RECORD
                     WRITE CSV-RECORD
              END-EVALUATE

              CLOSE CSV-FILE
              DISPLAY "Results exported to ADD2CSV."
           END-IF.
      *
       FOOT-WRITE-CSV-LINE.
           MOVE FT-AMOUNT(FOOT-IDX) TO FOOT-TOTAL-OUT
           MOVE SPACES TO CSV-RECORD
           STRING FUNCTION TRIM(FT-KEY(FOOT-IDX)) ","
                  FUNCTION TRIM(FT-REF(FOOT-IDX)) ","
                  FUNCTION TRIM(FOOT-TOTAL-OUT)
                  DELIMITED BY SIZE INTO CSV-RECORD
           WRITE CSV-RECORD.
