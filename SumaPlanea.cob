      *================================================================*
      * PROGRAM-ID.  SumaPlanea                                       *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - PARTITION PLANNER FOR THE
      *                PARALLEL NIGHTLY RUN.  MEASURES A SORTED
      *                EXTRACT, OR THE RECENT NIGHTLY ENTRIES ON THE
      *                SUMAUDIT TRAIL, IN TRANS-ID SEQUENCE AND WORKS
      *                OUT THE SUMASPL BOUNDARIES THAT GIVE EACH OF
      *                THE SUMAPLC CARD'S 2 TO 8 LEGS AN EVEN SHARE OF
      *                THE DETAIL COUNT AND THE AMOUNT COUNT TAKEN
      *                TOGETHER.  PRINTS THE PARTITION PLAN - THE
      *                EXPECTED VOLUME PER LEG UNDER THE CURRENT CARD
      *                AND UNDER THE PLAN.  WHEN THE PLAN IS ADOPTED
      *                IT CUTS THE NEW SUMASPL CARD AND THE DFSORT
      *                STATEMENTS THAT REDISTRIBUTE THE SUMAXREF
      *                PARTITION CLUSTERS ON THE NEW BOUNDARIES (SEE
      *                SUMAPLAJ.JCL).  RETURN-CODE 4 FOR A PLAN
      *                PRINTED BUT NOT ADOPTED, 12 WHEN NO PLAN CAN
      *                BE MADE, 16 FOR A BAD CARD OR FILE.
      * 10/15/2026 RA  THE XREF SORT STATEMENTS NOW DROP THE UNLOADED
      *                PRIMING RECORDS AND END EVERY LEG'S SHARE,
      *                SPARE OR NOT, WITH A FRESH ONE, SO NO CLUSTER
      *                IS EVER RELOADED EMPTY.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaPlanea.
       AUTHOR.        R. ALVARADO - BATCH SYSTEMS.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMA-PLAN-CARD-FILE ASSIGN TO SUMAPLC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-SPLIT-CARD-FILE ASSIGN TO SUMASPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPL-FILE-STATUS.

           SELECT SUMA-EXTRACT-VOL-FILE ASSIGN TO SUMAVOLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOL-FILE-STATUS.

           SELECT SUMA-AUDIT-VOL-FILE ASSIGN TO SUMAVOLA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOL-FILE-STATUS.

           SELECT SUMA-NEW-CARD-FILE ASSIGN TO SUMASPLO
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-XREF-SORT-FILE ASSIGN TO SUMAXSRT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-PLAN-REPORT-FILE ASSIGN TO SUMAPLRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-PLAN-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPLC.

       FD  SUMA-SPLIT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMASPL.

      *----------------------------------------------------------------
      *    THE EXTRACT IS HANDLED AS A PLAIN BUFFER, AS SUMAPARTE
      *    HANDLES IT - ONLY THE TYPE CODE, TRANS ID AND AMOUNT COUNT
      *    ARE PICKED OUT BY POSITION (SEE SUMAIN.CPY).
      *----------------------------------------------------------------
       FD  SUMA-EXTRACT-VOL-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 321 CHARACTERS
               DEPENDING ON WS-VOL-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  SVE-REC                         PIC X(321).

       FD  SUMA-AUDIT-VOL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAUD.

       FD  SUMA-NEW-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUMA-NEW-CARD-REC               PIC X(80).

       FD  SUMA-XREF-SORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUMA-XREF-SORT-REC              PIC X(80).

       FD  SUMA-PLAN-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-PLAN-REPORT-LINE           PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-VOL-USE-SW           PIC X(01)   VALUE "N".
               88  WS-VOL-USED                     VALUE "Y".
               88  WS-VOL-SKIPPED                  VALUE "N".
           05  WS-FIRST-ID-SW          PIC X(01)   VALUE "Y".
               88  WS-FIRST-ID                     VALUE "Y".
               88  WS-NOT-FIRST-ID                 VALUE "N".
           05  WS-SOURCE-SW            PIC X(01)   VALUE "E".
               88  WS-SOURCE-EXTRACT               VALUE "E".
               88  WS-SOURCE-AUDIT                 VALUE "A".
           05  WS-ADOPT-SW             PIC X(01)   VALUE "N".
               88  WS-ADOPT-PLAN                   VALUE "Y".
               88  WS-PLAN-ONLY                    VALUE "N".
           05  WS-CUR-CARD-SW          PIC X(01)   VALUE "N".
               88  WS-CUR-CARD-USABLE              VALUE "Y".
               88  WS-CUR-CARD-NOT-USABLE          VALUE "N".

       77  WS-LEG-COUNT                PIC 9(01)   COMP    VALUE 4.
       77  WS-CUR-LEG-COUNT            PIC 9(01)   COMP    VALUE ZERO.
       77  WS-PLAN-LEG                 PIC 9(01)   COMP    VALUE ZERO.
       77  WS-CUR-LEG                  PIC 9(01)   COMP    VALUE ZERO.
       77  WS-LEG-IDX                  PIC 9(01)   COMP    VALUE ZERO.
       77  WS-BOUND-IDX                PIC 9(01)   COMP    VALUE ZERO.
       77  WS-BOUNDS-LEFT              PIC 9(01)   COMP    VALUE ZERO.
       77  WS-LARGEST-LEG              PIC 9(01)   COMP    VALUE ZERO.
       77  WS-MAX-LEGS                 PIC 9(01)   COMP    VALUE 8.
       77  WS-TOT-DETAILS              PIC 9(09)   COMP    VALUE ZERO.
       77  WS-TOT-AMOUNTS              PIC 9(11)   COMP    VALUE ZERO.
       77  WS-DISTINCT-IDS             PIC 9(09)   COMP    VALUE ZERO.
       77  WS-SKIPPED-COUNT            PIC 9(09)   COMP    VALUE ZERO.
       77  WS-CUM-DETAILS              PIC 9(09)   COMP    VALUE ZERO.
       77  WS-CUM-AMOUNTS              PIC 9(11)   COMP    VALUE ZERO.
       77  WS-IDS-CLOSED               PIC 9(09)   COMP    VALUE ZERO.
       77  WS-IDS-LEFT                 PIC 9(09)   COMP    VALUE ZERO.
       77  WS-PRT-DETAILS              PIC 9(09)   COMP    VALUE ZERO.
       77  WS-PRT-AMOUNTS              PIC 9(11)   COMP    VALUE ZERO.
       77  WS-VOL-REC-LEN              PIC 9(03)   COMP    VALUE ZERO.

       01  WS-SPL-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-VOL-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-FROM-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-SOURCE-TEXT              PIC X(24)   VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(60)   VALUE SPACES.

      *----------------------------------------------------------------
      *    THE VOLUME RECORD IN HAND, WHICHEVER SOURCE IT CAME FROM
      *----------------------------------------------------------------
       01  WS-VOL-TRANS-ID             PIC X(10)   VALUE SPACES.
       01  WS-VOL-AMOUNTS              PIC 9(03)   VALUE ZERO.
       01  WS-PRIOR-TRANS-ID           PIC X(10)   VALUE SPACES.
       01  WS-HELD-TRANS-ID            PIC X(10)   VALUE SPACES.
       01  WS-REC-AMOUNT-COUNT         PIC X(03)   VALUE SPACES.
       01  WS-REC-AMOUNT-COUNT-N REDEFINES WS-REC-AMOUNT-COUNT
                                       PIC 9(03).

      *----------------------------------------------------------------
      *    A LEG'S LOAD IS ITS SHARE OF THE DETAILS PLUS ITS SHARE OF
      *    THE AMOUNTS - A BOUNDARY IS PLACED ONCE THE LOAD MEASURED
      *    SO FAR REACHES THE NEXT LEG'S EVEN SHARE OF THE WHOLE (2
      *    DIVIDED AMONG THE LEGS).
      *----------------------------------------------------------------
       01  WS-CUM-SHARE                PIC 9(01)V9(09) COMP-3
                                                   VALUE ZERO.
       01  WS-LEG-SHARE                PIC 9(03)V99 COMP-3 VALUE ZERO.
       01  WS-LARGEST-SHARE            PIC 9(03)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PER-LEG VOLUMES UNDER THE CURRENT SUMASPL CARD AND UNDER
      *    THE PLAN.  LOW AND HIGH ARE THE FIRST AND LAST TRANS IDS
      *    MEASURED IN THE LEG.
      *----------------------------------------------------------------
       01  WS-CUR-BOUNDARY-TABLE.
           05  WS-CUR-BOUNDARY         PIC X(10)   OCCURS 7 TIMES.

       01  WS-PLN-BOUNDARY-TABLE.
           05  WS-PLN-BOUNDARY         PIC X(10)   OCCURS 7 TIMES.

       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY            OCCURS 8 TIMES.
               10  WS-CUR-LOW-ID       PIC X(10).
               10  WS-CUR-HIGH-ID      PIC X(10).
               10  WS-CUR-DETAILS      PIC 9(09)   COMP.
               10  WS-CUR-AMOUNTS      PIC 9(11)   COMP.

       01  WS-PLN-TABLE.
           05  WS-PLN-ENTRY            OCCURS 8 TIMES.
               10  WS-PLN-LOW-ID       PIC X(10).
               10  WS-PLN-HIGH-ID      PIC X(10).
               10  WS-PLN-DETAILS      PIC 9(09)   COMP.
               10  WS-PLN-AMOUNTS      PIC 9(11)   COMP.

      *----------------------------------------------------------------
      *    THE NEW SUMASPL CARD, BUILT IN THE CARD'S OWN LAYOUT (SEE
      *    SUMASPL.CPY), AND THE XREF REDISTRIBUTION SORT STATEMENT
      *    WORK AREAS
      *----------------------------------------------------------------
       01  WS-NEW-CARD.
           05  WS-NC-BOUNDARY          PIC X(10)   OCCURS 7 TIMES.
           05  WS-NC-LEG-COUNT         PIC 9(01).
           05  FILLER                  PIC X(09).

       01  WS-XS-LEG-NO                PIC 9(01)   VALUE ZERO.
       01  WS-XS-LOW-ID                PIC X(10)   VALUE SPACES.
       01  WS-XS-HIGH-ID               PIC X(10)   VALUE SPACES.

      *----------------------------------------------------------------
      *    PARTITION PLAN REPORT PRINT LINES
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(48)
                   VALUE
                   "SUMAPLAN - PARTITION PLAN FOR THE PARALLEL RUN".
           05  FILLER              PIC X(84) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(11) VALUE "   SOURCE: ".
           05  WSH2-SOURCE         PIC X(24).
           05  FILLER              PIC X(09) VALUE "   FROM: ".
           05  WSH2-FROM-DATE      PIC X(08).
           05  FILLER              PIC X(07) VALUE "   TO: ".
           05  WSH2-TO-DATE        PIC X(08).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-SECTION         PIC X(21) VALUE SPACES.
           05  WSS-LEG-COUNT       PIC 9(01).
           05  FILLER              PIC X(05) VALUE " LEGS".
           05  FILLER              PIC X(105) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(05) VALUE "LEG".
           05  FILLER              PIC X(14) VALUE "LOW TRANS ID".
           05  FILLER              PIC X(14) VALUE "HIGH TRANS ID".
           05  FILLER              PIC X(12) VALUE "  DETAILS".
           05  FILLER              PIC X(09) VALUE "   PCT".
           05  FILLER              PIC X(14) VALUE "      AMOUNTS".
           05  FILLER              PIC X(09) VALUE "   PCT".
           05  FILLER              PIC X(55) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-LEG-NO          PIC 9(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-LOW-ID          PIC X(10).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-HIGH-ID         PIC X(10).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WSD-DETAILS         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-DETAIL-PCT      PIC ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-AMOUNTS         PIC ZZZZZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WSD-AMOUNT-PCT      PIC ZZ9.99.
           05  FILLER              PIC X(58) VALUE SPACES.

       01  WS-LARGEST-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(14) VALUE "LARGEST LEG - ".
           05  WSL-LEG-NO          PIC 9(01).
           05  FILLER              PIC X(33)
                   VALUE " - LOAD AS PCT OF AN EVEN SHARE: ".
           05  WSL-SHARE           PIC ZZ9.99.
           05  FILLER              PIC X(78) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSC-LABEL           PIC X(28) VALUE SPACES.
           05  WSC-COUNT           PIC ZZZZZZZZZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-STATUS          PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000-MAINLINE                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-MEASURE-VOLUME
               THRU 2000-MEASURE-VOLUME-EXIT.

           PERFORM 3000-PLAN-PARTITIONS
               THRU 3000-PLAN-PARTITIONS-EXIT.

           IF WS-ADOPT-PLAN
               PERFORM 4000-CUT-NEW-CARD
                   THRU 4000-CUT-NEW-CARD-EXIT
               PERFORM 4100-CUT-XREF-SORT
                   THRU 4100-CUT-XREF-SORT-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - READ AND EDIT THE PLAN CARD AND THE CURRENT *
      * SPLIT CARD, OPEN THE REPORT                                   *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMAPLAN - PARTITION PLANNER STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           INITIALIZE WS-CUR-TABLE
                      WS-PLN-TABLE.
           MOVE SPACES TO WS-CUR-BOUNDARY-TABLE
                          WS-PLN-BOUNDARY-TABLE.

           OPEN INPUT  SUMA-PLAN-CARD-FILE.
           OPEN OUTPUT SUMA-PLAN-REPORT-FILE.

           PERFORM 1100-EDIT-PLAN-CARD
               THRU 1100-EDIT-PLAN-CARD-EXIT.

           CLOSE SUMA-PLAN-CARD-FILE.

           PERFORM 1200-READ-CURRENT-CARD
               THRU 1200-READ-CURRENT-CARD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-PLAN-CARD - A MISSING CARD PLANS FOUR LEGS OFF THE  *
      * EXTRACT AND ADOPTS NOTHING.  A BLANK FIELD TAKES ITS DEFAULT; *
      * A FIELD PRESENT BUT GARBLED IS A KEYING ERROR AND FAILS THE   *
      * STEP BEFORE ANYTHING IS MEASURED.                             *
      *================================================================*
       1100-EDIT-PLAN-CARD.
           MOVE WS-RUN-DATE TO WS-TO-DATE.

           READ SUMA-PLAN-CARD-FILE
               AT END
                   DISPLAY "SUMAPLC CARD MISSING - FOUR LEGS, "
                       "EXTRACT VOLUMES, PLAN ONLY"
                   GO TO 1100-EDIT-PLAN-CARD-EXIT
           END-READ.

           IF PC-LEG-COUNT = SPACE
               CONTINUE
           ELSE
               IF PC-LEG-COUNT-N IS NOT NUMERIC
                   OR PC-LEG-COUNT-N < 2
                   OR PC-LEG-COUNT-N > WS-MAX-LEGS
                   DISPLAY "SUMAPLC LEG COUNT INVALID: <"
                       PC-LEG-COUNT "> - MUST BE 2 TO 8"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-LEG-COUNT-N TO WS-LEG-COUNT
           END-IF.

           IF NOT PC-SOURCE-EXTRACT
               AND NOT PC-SOURCE-AUDIT
               DISPLAY "SUMAPLC VOLUME SOURCE INVALID: <"
                   PC-VOLUME-SOURCE "> - MUST BE E OR A"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PC-ADOPT
               AND NOT PC-PLAN-ONLY
               DISPLAY "SUMAPLC ADOPT SWITCH INVALID: <"
                   PC-ADOPT-SW "> - MUST BE Y OR BLANK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PC-SOURCE-AUDIT
               SET WS-SOURCE-AUDIT TO TRUE
           END-IF.

           IF PC-ADOPT
               SET WS-ADOPT-PLAN TO TRUE
           END-IF.

           IF PC-TO-DATE = SPACES
               CONTINUE
           ELSE
               IF PC-TO-DATE-N IS NOT NUMERIC
                   DISPLAY "SUMAPLC TO DATE NOT NUMERIC: " PC-TO-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-TO-DATE-N TO WS-TO-DATE
           END-IF.

           IF PC-SOURCE-EXTRACT
               GO TO 1100-EDIT-PLAN-CARD-EXIT
           END-IF.

      *    THE AUDIT TRAIL RUNS BACK YEARS - A PLAN OFF IT MUST SAY
      *    WHICH NIGHTS ARE "RECENT".
           IF PC-FROM-DATE-N IS NOT NUMERIC
               DISPLAY "SUMAPLC FROM DATE MISSING OR NOT NUMERIC - "
                   "REQUIRED FOR AUDIT VOLUMES: " PC-FROM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PC-FROM-DATE-N TO WS-FROM-DATE.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "SUMAPLC FROM DATE " WS-FROM-DATE
                   " IS AFTER THE TO DATE " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EDIT-PLAN-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1200-READ-CURRENT-CARD - THE SPLIT CARD IN FORCE, FOR THE     *
      * SIDE-BY-SIDE COMPARISON.  A MISSING OR UNREADABLE CARD IS     *
      * NOTED AND THE PLAN IS PRINTED WITHOUT THE COMPARISON.         *
      *================================================================*
       1200-READ-CURRENT-CARD.
           SET WS-CUR-CARD-NOT-USABLE TO TRUE.

           OPEN INPUT SUMA-SPLIT-CARD-FILE.
           IF WS-SPL-FILE-STATUS NOT = "00"
               DISPLAY "SUMASPL NOT PRESENT - NO COMPARISON WITH THE "
                   "CURRENT SPLIT - FILE STATUS " WS-SPL-FILE-STATUS
               GO TO 1200-READ-CURRENT-CARD-EXIT
           END-IF.

           READ SUMA-SPLIT-CARD-FILE
               AT END
                   DISPLAY "SUMASPL EMPTY - NO COMPARISON WITH THE "
                       "CURRENT SPLIT"
                   GO TO 1200-CLOSE-CURRENT-CARD
           END-READ.

           IF SL-LEG-COUNT = SPACE
               MOVE 4 TO WS-CUR-LEG-COUNT
           ELSE
               IF SL-LEG-COUNT-N IS NOT NUMERIC
                   OR SL-LEG-COUNT-N < 2
                   OR SL-LEG-COUNT-N > WS-MAX-LEGS
                   DISPLAY "SUMASPL LEG COUNT UNREADABLE - NO "
                       "COMPARISON WITH THE CURRENT SPLIT"
                   GO TO 1200-CLOSE-CURRENT-CARD
               END-IF
               MOVE SL-LEG-COUNT-N TO WS-CUR-LEG-COUNT
           END-IF.

           SET WS-CUR-CARD-USABLE TO TRUE.

           PERFORM 1250-TAKE-CURRENT-BOUNDARY
               THRU 1250-TAKE-CURRENT-BOUNDARY-EXIT
               VARYING WS-BOUND-IDX FROM 1 BY 1
               UNTIL WS-BOUND-IDX NOT < WS-CUR-LEG-COUNT.

           IF WS-CUR-CARD-NOT-USABLE
               DISPLAY "SUMASPL BOUNDARIES MISSING OR NOT ASCENDING - "
                   "NO COMPARISON WITH THE CURRENT SPLIT"
           END-IF.

       1200-CLOSE-CURRENT-CARD.
           CLOSE SUMA-SPLIT-CARD-FILE.
       1200-READ-CURRENT-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1250-TAKE-CURRENT-BOUNDARY - ONE BOUNDARY OFF THE CURRENT     *
      * CARD, HELD TO THE SAME RULES SUMAPARTE EDITS IT BY.           *
      *================================================================*
       1250-TAKE-CURRENT-BOUNDARY.
           IF SL-BOUNDARY (WS-BOUND-IDX) = SPACES
               SET WS-CUR-CARD-NOT-USABLE TO TRUE
               GO TO 1250-TAKE-CURRENT-BOUNDARY-EXIT
           END-IF.

           IF WS-BOUND-IDX > 1
               IF SL-BOUNDARY (WS-BOUND-IDX)
                   NOT > WS-CUR-BOUNDARY (WS-BOUND-IDX - 1)
                   SET WS-CUR-CARD-NOT-USABLE TO TRUE
               END-IF
           END-IF.

           MOVE SL-BOUNDARY (WS-BOUND-IDX)
               TO WS-CUR-BOUNDARY (WS-BOUND-IDX).
       1250-TAKE-CURRENT-BOUNDARY-EXIT.
           EXIT.

      *================================================================*
      * 2000-MEASURE-VOLUME - FIRST PASS.  TOTAL THE DETAILS, AMOUNTS *
      * AND DISTINCT TRANS IDS TO BE SHARED OUT, AND PROVE THE SOURCE *
      * IS IN TRANS-ID SEQUENCE - A BOUNDARY MEANS NOTHING OTHERWISE. *
      *================================================================*
       2000-MEASURE-VOLUME.
           PERFORM 2050-OPEN-VOLUME
               THRU 2050-OPEN-VOLUME-EXIT.

           PERFORM 2100-READ-VOLUME-REC
               THRU 2100-READ-VOLUME-REC-EXIT.

           PERFORM 2200-MEASURE-ONE-REC
               THRU 2200-MEASURE-ONE-REC-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 2900-CLOSE-VOLUME
               THRU 2900-CLOSE-VOLUME-EXIT.

           IF WS-TOT-DETAILS = ZERO
               OR WS-TOT-AMOUNTS = ZERO
               MOVE "*** NO DETAIL VOLUME ON THE SOURCE - NO PLAN MADE"
                   TO WS-RESULT-TEXT
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DISTINCT-IDS < WS-LEG-COUNT
               MOVE "*** FEWER TRANS IDS THAN LEGS - NO PLAN MADE"
                   TO WS-RESULT-TEXT
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-MEASURE-VOLUME-EXIT.
           EXIT.

      *================================================================*
      * 2050-OPEN-VOLUME - OPEN WHICHEVER VOLUME SOURCE THE CARD      *
      * NAMES AND RESET FOR A PASS OVER IT                            *
      *================================================================*
       2050-OPEN-VOLUME.
           SET WS-EOF-NO TO TRUE.
           SET WS-FIRST-ID TO TRUE.

           IF WS-SOURCE-AUDIT
               OPEN INPUT SUMA-AUDIT-VOL-FILE
           ELSE
               OPEN INPUT SUMA-EXTRACT-VOL-FILE
           END-IF.

           IF WS-VOL-FILE-STATUS NOT = "00"
               IF WS-SOURCE-AUDIT
                   DISPLAY "SUMAVOLA OPEN FAILED - FILE STATUS "
                       WS-VOL-FILE-STATUS
               ELSE
                   DISPLAY "SUMAVOLE OPEN FAILED - FILE STATUS "
                       WS-VOL-FILE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2050-OPEN-VOLUME-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-VOLUME-REC - READ THE NEXT VOLUME RECORD AND PICK   *
      * OUT ITS TRANS ID AND AMOUNT COUNT.  ONLY EXTRACT DETAILS, AND *
      * ONLY NIGHTLY AUDIT ENTRIES RUN INSIDE THE DATE RANGE, COUNT - *
      * RESUBMISSIONS, WRITE-OFFS AND REVERSALS NEVER PASS THROUGH    *
      * THE SPLIT.                                                    *
      *================================================================*
       2100-READ-VOLUME-REC.
           SET WS-VOL-SKIPPED TO TRUE.

           IF WS-SOURCE-AUDIT
               READ SUMA-AUDIT-VOL-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                       GO TO 2100-READ-VOLUME-REC-EXIT
               END-READ
           ELSE
               READ SUMA-EXTRACT-VOL-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                       GO TO 2100-READ-VOLUME-REC-EXIT
               END-READ
           END-IF.

           IF WS-SOURCE-AUDIT
               IF SA-RESUBMIT-FLAG NOT = SPACE
                   OR SA-RUN-DATE < WS-FROM-DATE
                   OR SA-RUN-DATE > WS-TO-DATE
                   GO TO 2100-READ-VOLUME-REC-EXIT
               END-IF
               MOVE SA-TRANS-ID TO WS-VOL-TRANS-ID
               MOVE ZERO TO WS-VOL-AMOUNTS
               IF SA-AMOUNT-COUNT IS NUMERIC
                   AND SA-AMOUNT-COUNT NOT > 50
                   MOVE SA-AMOUNT-COUNT TO WS-VOL-AMOUNTS
               END-IF
           ELSE
               IF SVE-REC (1:1) = "0"
                   OR SVE-REC (1:1) = "9"
                   GO TO 2100-READ-VOLUME-REC-EXIT
               END-IF
               MOVE SVE-REC (2:10) TO WS-VOL-TRANS-ID
               MOVE SVE-REC (16:3) TO WS-REC-AMOUNT-COUNT
               MOVE ZERO TO WS-VOL-AMOUNTS
               IF WS-REC-AMOUNT-COUNT-N IS NUMERIC
                   AND WS-REC-AMOUNT-COUNT-N NOT > 50
                   MOVE WS-REC-AMOUNT-COUNT-N TO WS-VOL-AMOUNTS
               END-IF
           END-IF.

           SET WS-VOL-USED TO TRUE.
       2100-READ-VOLUME-REC-EXIT.
           EXIT.

      *================================================================*
      * 2200-MEASURE-ONE-REC - ADD ONE RECORD INTO THE TOTALS AND     *
      * COUNT EACH NEW TRANS ID, THEN READ THE NEXT.                  *
      *================================================================*
       2200-MEASURE-ONE-REC.
           IF WS-VOL-SKIPPED
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2200-READ-NEXT
           END-IF.

           IF WS-FIRST-ID
               OR WS-VOL-TRANS-ID NOT = WS-PRIOR-TRANS-ID
               IF WS-NOT-FIRST-ID
                   AND WS-VOL-TRANS-ID < WS-PRIOR-TRANS-ID
                   DISPLAY "VOLUME SOURCE NOT IN TRANS-ID SEQUENCE AT "
                       WS-VOL-TRANS-ID " AFTER " WS-PRIOR-TRANS-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DISTINCT-IDS
               SET WS-NOT-FIRST-ID TO TRUE
               MOVE WS-VOL-TRANS-ID TO WS-PRIOR-TRANS-ID
           END-IF.

           ADD 1              TO WS-TOT-DETAILS.
           ADD WS-VOL-AMOUNTS TO WS-TOT-AMOUNTS.

       2200-READ-NEXT.
           PERFORM 2100-READ-VOLUME-REC
               THRU 2100-READ-VOLUME-REC-EXIT.
       2200-MEASURE-ONE-REC-EXIT.
           EXIT.

      *================================================================*
      * 2900-CLOSE-VOLUME - CLOSE THE VOLUME SOURCE AFTER A PASS      *
      *================================================================*
       2900-CLOSE-VOLUME.
           IF WS-SOURCE-AUDIT
               CLOSE SUMA-AUDIT-VOL-FILE
           ELSE
               CLOSE SUMA-EXTRACT-VOL-FILE
           END-IF.
       2900-CLOSE-VOLUME-EXIT.
           EXIT.

      *================================================================*
      * 3000-PLAN-PARTITIONS - SECOND PASS.  WALK THE SOURCE AGAIN,   *
      * PLACING EACH BOUNDARY ON THE TRANS ID WHERE THE LOAD SO FAR   *
      * REACHES THE NEXT LEG'S EVEN SHARE, AND TALLY EVERY RECORD     *
      * INTO ITS PLANNED LEG AND ITS LEG UNDER THE CURRENT CARD.      *
      *================================================================*
       3000-PLAN-PARTITIONS.
           MOVE 1 TO WS-PLAN-LEG.

           PERFORM 2050-OPEN-VOLUME
               THRU 2050-OPEN-VOLUME-EXIT.

           PERFORM 2100-READ-VOLUME-REC
               THRU 2100-READ-VOLUME-REC-EXIT.

           PERFORM 3100-PLAN-ONE-REC
               THRU 3100-PLAN-ONE-REC-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 2900-CLOSE-VOLUME
               THRU 2900-CLOSE-VOLUME-EXIT.

           IF WS-PLAN-LEG < WS-LEG-COUNT
               MOVE "*** BOUNDARIES COULD NOT ALL BE PLACED - NO PLAN"
                   TO WS-RESULT-TEXT
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-PLAN-PARTITIONS-EXIT.
           EXIT.

      *================================================================*
      * 3100-PLAN-ONE-REC - A CHANGE OF TRANS ID CLOSES THE ONE IN    *
      * HAND (ALL ITS RECORDS STAY IN ONE LEG), THEN THE RECORD IS    *
      * TALLIED INTO ITS PLANNED AND CURRENT LEGS.                    *
      *================================================================*
       3100-PLAN-ONE-REC.
           IF WS-VOL-SKIPPED
               GO TO 3100-READ-NEXT
           END-IF.

           IF WS-NOT-FIRST-ID
               AND WS-VOL-TRANS-ID NOT = WS-HELD-TRANS-ID
               PERFORM 3200-CLOSE-TRANS-ID
                   THRU 3200-CLOSE-TRANS-ID-EXIT
           END-IF.

           SET WS-NOT-FIRST-ID TO TRUE.
           MOVE WS-VOL-TRANS-ID TO WS-HELD-TRANS-ID.
           ADD 1              TO WS-CUM-DETAILS.
           ADD WS-VOL-AMOUNTS TO WS-CUM-AMOUNTS.

           IF WS-PLN-LOW-ID (WS-PLAN-LEG) = SPACES
               MOVE WS-VOL-TRANS-ID TO WS-PLN-LOW-ID (WS-PLAN-LEG)
           END-IF.
           MOVE WS-VOL-TRANS-ID TO WS-PLN-HIGH-ID (WS-PLAN-LEG).
           ADD 1              TO WS-PLN-DETAILS (WS-PLAN-LEG).
           ADD WS-VOL-AMOUNTS TO WS-PLN-AMOUNTS (WS-PLAN-LEG).

           IF WS-CUR-CARD-NOT-USABLE
               GO TO 3100-READ-NEXT
           END-IF.

           MOVE ZERO TO WS-CUR-LEG.
           PERFORM 3300-TEST-CURRENT-BOUNDARY
               THRU 3300-TEST-CURRENT-BOUNDARY-EXIT
               VARYING WS-BOUND-IDX FROM 1 BY 1
               UNTIL WS-BOUND-IDX NOT < WS-CUR-LEG-COUNT
                   OR WS-CUR-LEG NOT = ZERO.
           IF WS-CUR-LEG = ZERO
               MOVE WS-CUR-LEG-COUNT TO WS-CUR-LEG
           END-IF.

           IF WS-CUR-LOW-ID (WS-CUR-LEG) = SPACES
               MOVE WS-VOL-TRANS-ID TO WS-CUR-LOW-ID (WS-CUR-LEG)
           END-IF.
           MOVE WS-VOL-TRANS-ID TO WS-CUR-HIGH-ID (WS-CUR-LEG).
           ADD 1              TO WS-CUR-DETAILS (WS-CUR-LEG).
           ADD WS-VOL-AMOUNTS TO WS-CUR-AMOUNTS (WS-CUR-LEG).

       3100-READ-NEXT.
           PERFORM 2100-READ-VOLUME-REC
               THRU 2100-READ-VOLUME-REC-EXIT.
       3100-PLAN-ONE-REC-EXIT.
           EXIT.

      *================================================================*
      * 3200-CLOSE-TRANS-ID - ALL RECORDS OF THE TRANS ID IN HAND ARE *
      * TALLIED.  IF THE LOAD THROUGH IT REACHES THE CURRENT LEG'S    *
      * EVEN SHARE IT BECOMES THAT LEG'S BOUNDARY.  A BOUNDARY IS     *
      * ALSO FORCED WHEN ONLY AS MANY TRANS IDS REMAIN AS LEGS STILL  *
      * TO FILL, SO NO LEG IS PLANNED EMPTY.                          *
      *================================================================*
       3200-CLOSE-TRANS-ID.
           ADD 1 TO WS-IDS-CLOSED.

           IF WS-PLAN-LEG NOT < WS-LEG-COUNT
               GO TO 3200-CLOSE-TRANS-ID-EXIT
           END-IF.

           COMPUTE WS-BOUNDS-LEFT = WS-LEG-COUNT - WS-PLAN-LEG.
           COMPUTE WS-IDS-LEFT    = WS-DISTINCT-IDS - WS-IDS-CLOSED.
           COMPUTE WS-CUM-SHARE ROUNDED =
               (WS-CUM-DETAILS / WS-TOT-DETAILS)
             + (WS-CUM-AMOUNTS / WS-TOT-AMOUNTS).

           IF (WS-CUM-SHARE * WS-LEG-COUNT) NOT < (2 * WS-PLAN-LEG)
               OR WS-IDS-LEFT NOT > WS-BOUNDS-LEFT
               MOVE WS-HELD-TRANS-ID TO WS-PLN-BOUNDARY (WS-PLAN-LEG)
               ADD 1 TO WS-PLAN-LEG
           END-IF.
       3200-CLOSE-TRANS-ID-EXIT.
           EXIT.

      *================================================================*
      * 3300-TEST-CURRENT-BOUNDARY - ROUTE BY THE CURRENT CARD        *
      * EXACTLY AS SUMAPARTE DOES: THE FIRST BOUNDARY THE ID DOES NOT *
      * EXCEED NAMES ITS LEG.                                         *
      *================================================================*
       3300-TEST-CURRENT-BOUNDARY.
           IF WS-VOL-TRANS-ID <= WS-CUR-BOUNDARY (WS-BOUND-IDX)
               MOVE WS-BOUND-IDX TO WS-CUR-LEG
           END-IF.
       3300-TEST-CURRENT-BOUNDARY-EXIT.
           EXIT.

      *================================================================*
      * 4000-CUT-NEW-CARD - WRITE THE ADOPTED PLAN AS A SUMASPL CARD: *
      * THE PLANNED BOUNDARIES, THE REST BLANK, AND THE LEG COUNT.    *
      *================================================================*
       4000-CUT-NEW-CARD.
           MOVE SPACES TO WS-NEW-CARD.

           PERFORM 4050-MOVE-NEW-BOUNDARY
               THRU 4050-MOVE-NEW-BOUNDARY-EXIT
               VARYING WS-BOUND-IDX FROM 1 BY 1
               UNTIL WS-BOUND-IDX NOT < WS-LEG-COUNT.

           MOVE WS-LEG-COUNT TO WS-NC-LEG-COUNT.

           OPEN OUTPUT SUMA-NEW-CARD-FILE.
           WRITE SUMA-NEW-CARD-REC FROM WS-NEW-CARD.
           CLOSE SUMA-NEW-CARD-FILE.
       4000-CUT-NEW-CARD-EXIT.
           EXIT.

      *================================================================*
      * 4050-MOVE-NEW-BOUNDARY - ONE PLANNED BOUNDARY ONTO THE CARD   *
      *================================================================*
       4050-MOVE-NEW-BOUNDARY.
           MOVE WS-PLN-BOUNDARY (WS-BOUND-IDX)
               TO WS-NC-BOUNDARY (WS-BOUND-IDX).
       4050-MOVE-NEW-BOUNDARY-EXIT.
           EXIT.

      *================================================================*
      * 4100-CUT-XREF-SORT - WRITE THE DFSORT STATEMENTS THAT DEAL    *
      * THE UNLOADED SUMAXREF REGISTRATIONS (KEY IN COLUMNS 1-10)     *
      * INTO ONE OUTPUT PER LEG ON THE NEW BOUNDARIES, SO EVERY ID    *
      * LIVES IN THE CLUSTER OF THE LEG IT WILL NOW ROUTE TO.  EVERY  *
      * CLUSTER CARRIES ONE PRIMING RECORD (KEY ALL HIGH-VALUES) SO   *
      * IT IS NEVER EMPTY - THE EIGHT UNLOADED ONES ARE DROPPED AND   *
      * EVERY LEG'S SHARE, A SPARE LEG'S TOO, ENDS WITH A NEW ONE.    *
      *================================================================*
       4100-CUT-XREF-SORT.
           OPEN OUTPUT SUMA-XREF-SORT-FILE.

           MOVE "  OMIT COND=(1,10,CH,EQ,X'FFFFFFFFFFFFFFFFFFFF')"
               TO SUMA-XREF-SORT-REC.
           WRITE SUMA-XREF-SORT-REC.

           MOVE "  SORT FIELDS=(1,10,CH,A)" TO SUMA-XREF-SORT-REC.
           WRITE SUMA-XREF-SORT-REC.

           PERFORM 4150-WRITE-OUTFIL
               THRU 4150-WRITE-OUTFIL-EXIT
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-MAX-LEGS.

           CLOSE SUMA-XREF-SORT-FILE.
       4100-CUT-XREF-SORT-EXIT.
           EXIT.

      *================================================================*
      * 4150-WRITE-OUTFIL - THE OUTFIL STATEMENT FOR ONE LEG: THE     *
      * FIRST LEG TAKES IDS UP TO ITS BOUNDARY, A MIDDLE LEG THOSE    *
      * ABOVE THE BOUNDARY BEFORE IT UP TO ITS OWN, THE LAST LEG      *
      * EVERYTHING ABOVE THE LAST BOUNDARY.                           *
      *================================================================*
       4150-WRITE-OUTFIL.
           MOVE WS-LEG-IDX TO WS-XS-LEG-NO.
           MOVE SPACES TO SUMA-XREF-SORT-REC.

           IF WS-LEG-IDX > WS-LEG-COUNT
               STRING "  OUTFIL FNAMES=XREFP" WS-XS-LEG-NO
                      ",INCLUDE=NONE,"
                   DELIMITED BY SIZE
                   INTO SUMA-XREF-SORT-REC
               WRITE SUMA-XREF-SORT-REC
               PERFORM 4160-WRITE-PRIME-TRAILER
                   THRU 4160-WRITE-PRIME-TRAILER-EXIT
               GO TO 4150-WRITE-OUTFIL-EXIT
           END-IF.

           IF WS-LEG-IDX = 1
               MOVE WS-PLN-BOUNDARY (1) TO WS-XS-HIGH-ID
               STRING "  OUTFIL FNAMES=XREFP" WS-XS-LEG-NO
                      ",INCLUDE=(1,10,CH,LE,C'" WS-XS-HIGH-ID "'),"
                   DELIMITED BY SIZE
                   INTO SUMA-XREF-SORT-REC
               WRITE SUMA-XREF-SORT-REC
               PERFORM 4160-WRITE-PRIME-TRAILER
                   THRU 4160-WRITE-PRIME-TRAILER-EXIT
               GO TO 4150-WRITE-OUTFIL-EXIT
           END-IF.

           MOVE WS-PLN-BOUNDARY (WS-LEG-IDX - 1) TO WS-XS-LOW-ID.

           IF WS-LEG-IDX = WS-LEG-COUNT
               STRING "  OUTFIL FNAMES=XREFP" WS-XS-LEG-NO
                      ",INCLUDE=(1,10,CH,GT,C'" WS-XS-LOW-ID "'),"
                   DELIMITED BY SIZE
                   INTO SUMA-XREF-SORT-REC
               WRITE SUMA-XREF-SORT-REC
               PERFORM 4160-WRITE-PRIME-TRAILER
                   THRU 4160-WRITE-PRIME-TRAILER-EXIT
               GO TO 4150-WRITE-OUTFIL-EXIT
           END-IF.

           MOVE WS-PLN-BOUNDARY (WS-LEG-IDX) TO WS-XS-HIGH-ID.
           STRING "  OUTFIL FNAMES=XREFP" WS-XS-LEG-NO
                  ",INCLUDE=(1,10,CH,GT,C'" WS-XS-LOW-ID "',AND,"
               DELIMITED BY SIZE
               INTO SUMA-XREF-SORT-REC.
           WRITE SUMA-XREF-SORT-REC.

           MOVE SPACES TO SUMA-XREF-SORT-REC.
           STRING "               1,10,CH,LE,C'" WS-XS-HIGH-ID "'),"
               DELIMITED BY SIZE
               INTO SUMA-XREF-SORT-REC.
           WRITE SUMA-XREF-SORT-REC.

           PERFORM 4160-WRITE-PRIME-TRAILER
               THRU 4160-WRITE-PRIME-TRAILER-EXIT.
       4150-WRITE-OUTFIL-EXIT.
           EXIT.

      *================================================================*
      * 4160-WRITE-PRIME-TRAILER - THE REST OF ONE LEG'S OUTFIL: THE  *
      * PRIMING RECORD WRITTEN AS THE SHARE'S LAST RECORD (ITS KEY    *
      * SORTS HIGHEST) EVEN WHEN THE SHARE IS EMPTY - KEY ALL         *
      * HIGH-VALUES, FIRST-RUN DATE 99999999 SO THE RETENTION PURGE   *
      * NEVER AGES IT, RECORD COUNT ZERO.                             *
      *================================================================*
       4160-WRITE-PRIME-TRAILER.
           MOVE "    REMOVECC,TRAILER1=(X'FFFFFFFFFFFFFFFFFFFF',"
               TO SUMA-XREF-SORT-REC.
           WRITE SUMA-XREF-SORT-REC.

           MOVE "    C'99999999',C'0000000')" TO SUMA-XREF-SORT-REC.
           WRITE SUMA-XREF-SORT-REC.
       4160-WRITE-PRIME-TRAILER-EXIT.
           EXIT.

      *================================================================*
      * 5000-PRINT-LEG - ONE LEG'S LINE ON THE PLAN, AND THE LARGEST  *
      * LOAD SEEN SO FAR IN THE SECTION.  THE CURRENT OR PLANNED      *
      * FIGURES HAVE BEEN SET UP BY THE CALLER.                       *
      *================================================================*
       5000-PRINT-LEG.
           MOVE WS-LEG-IDX     TO WSD-LEG-NO.
           MOVE WS-PRT-DETAILS TO WSD-DETAILS.
           MOVE WS-PRT-AMOUNTS TO WSD-AMOUNTS.

           COMPUTE WSD-DETAIL-PCT ROUNDED =
               WS-PRT-DETAILS * 100 / WS-TOT-DETAILS.
           COMPUTE WSD-AMOUNT-PCT ROUNDED =
               WS-PRT-AMOUNTS * 100 / WS-TOT-AMOUNTS.

           WRITE SUMA-PLAN-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       5000-PRINT-LEG-EXIT.
           EXIT.

      *================================================================*
      * 5100-PRINT-CURRENT-LEG - ONE LEG UNDER THE CURRENT CARD       *
      *================================================================*
       5100-PRINT-CURRENT-LEG.
           MOVE WS-CUR-LOW-ID (WS-LEG-IDX)  TO WSD-LOW-ID.
           IF WS-LEG-IDX = WS-CUR-LEG-COUNT
               MOVE "(NO LIMIT)" TO WSD-HIGH-ID
           ELSE
               MOVE WS-CUR-BOUNDARY (WS-LEG-IDX) TO WSD-HIGH-ID
           END-IF.
           MOVE WS-CUR-DETAILS (WS-LEG-IDX) TO WS-PRT-DETAILS.
           MOVE WS-CUR-AMOUNTS (WS-LEG-IDX) TO WS-PRT-AMOUNTS.

           PERFORM 5000-PRINT-LEG
               THRU 5000-PRINT-LEG-EXIT.

           COMPUTE WS-LEG-SHARE ROUNDED =
               ((WS-CUR-DETAILS (WS-LEG-IDX) / WS-TOT-DETAILS)
              + (WS-CUR-AMOUNTS (WS-LEG-IDX) / WS-TOT-AMOUNTS))
              * WS-CUR-LEG-COUNT * 50.
           IF WS-LEG-SHARE > WS-LARGEST-SHARE
               MOVE WS-LEG-SHARE TO WS-LARGEST-SHARE
               MOVE WS-LEG-IDX   TO WS-LARGEST-LEG
           END-IF.
       5100-PRINT-CURRENT-LEG-EXIT.
           EXIT.

      *================================================================*
      * 5200-PRINT-PLANNED-LEG - ONE LEG UNDER THE PLAN               *
      *================================================================*
       5200-PRINT-PLANNED-LEG.
           MOVE WS-PLN-LOW-ID (WS-LEG-IDX)  TO WSD-LOW-ID.
           IF WS-LEG-IDX = WS-LEG-COUNT
               MOVE "(NO LIMIT)" TO WSD-HIGH-ID
           ELSE
               MOVE WS-PLN-BOUNDARY (WS-LEG-IDX) TO WSD-HIGH-ID
           END-IF.
           MOVE WS-PLN-DETAILS (WS-LEG-IDX) TO WS-PRT-DETAILS.
           MOVE WS-PLN-AMOUNTS (WS-LEG-IDX) TO WS-PRT-AMOUNTS.

           PERFORM 5000-PRINT-LEG
               THRU 5000-PRINT-LEG-EXIT.

           COMPUTE WS-LEG-SHARE ROUNDED =
               ((WS-PLN-DETAILS (WS-LEG-IDX) / WS-TOT-DETAILS)
              + (WS-PLN-AMOUNTS (WS-LEG-IDX) / WS-TOT-AMOUNTS))
              * WS-LEG-COUNT * 50.
           IF WS-LEG-SHARE > WS-LARGEST-SHARE
               MOVE WS-LEG-SHARE TO WS-LARGEST-SHARE
               MOVE WS-LEG-IDX   TO WS-LARGEST-LEG
           END-IF.
       5200-PRINT-PLANNED-LEG-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE PARTITION PLAN: THE VOLUME PER LEG *
      * UNDER THE CURRENT CARD, THEN UNDER THE PLAN, THEN THE         *
      * MEASUREMENT COUNTS AND WHAT WAS DONE WITH THE PLAN.  ALSO     *
      * PRINTS THE COUNTS ALONE WHEN NO PLAN COULD BE MADE.           *
      *================================================================*
       9000-TERMINATE.
           MOVE WS-RUN-DATE TO WSH2-RUN-DATE.
           IF WS-SOURCE-AUDIT
               MOVE "AUDIT TRAIL (NIGHTLY)"  TO WSH2-SOURCE
               MOVE WS-FROM-DATE             TO WSH2-FROM-DATE
               MOVE WS-TO-DATE               TO WSH2-TO-DATE
           ELSE
               MOVE "SORTED EXTRACT"         TO WSH2-SOURCE
               MOVE "N/A"                    TO WSH2-FROM-DATE
               MOVE "N/A"                    TO WSH2-TO-DATE
           END-IF.

           WRITE SUMA-PLAN-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.

           IF WS-RESULT-TEXT NOT = SPACES
               GO TO 9500-PRINT-COUNTS
           END-IF.

           IF WS-CUR-CARD-USABLE
               MOVE "CURRENT SPLIT CARD -" TO WSS-SECTION
               MOVE WS-CUR-LEG-COUNT       TO WSS-LEG-COUNT
               WRITE SUMA-PLAN-REPORT-LINE FROM WS-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE SUMA-PLAN-REPORT-LINE FROM WS-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               MOVE ZERO TO WS-LARGEST-SHARE
               MOVE ZERO TO WS-LARGEST-LEG
               PERFORM 5100-PRINT-CURRENT-LEG
                   THRU 5100-PRINT-CURRENT-LEG-EXIT
                   VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-CUR-LEG-COUNT
               MOVE WS-LARGEST-LEG   TO WSL-LEG-NO
               MOVE WS-LARGEST-SHARE TO WSL-SHARE
               WRITE SUMA-PLAN-REPORT-LINE FROM WS-LARGEST-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE "NO USABLE CURRENT SPLIT CARD ON SUMASPL"
                   TO WSS-STATUS
               WRITE SUMA-PLAN-REPORT-LINE FROM WS-STATUS-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE "PLANNED SPLIT -" TO WSS-SECTION.
           MOVE WS-LEG-COUNT      TO WSS-LEG-COUNT.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-LARGEST-SHARE.
           MOVE ZERO TO WS-LARGEST-LEG.
           PERFORM 5200-PRINT-PLANNED-LEG
               THRU 5200-PRINT-PLANNED-LEG-EXIT
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT.
           MOVE WS-LARGEST-LEG   TO WSL-LEG-NO.
           MOVE WS-LARGEST-SHARE TO WSL-SHARE.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-LARGEST-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-ADOPT-PLAN
               MOVE "PLAN ADOPTED - NEW SUMASPL CARD AND XREF SORT CUT"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE "PLAN ONLY - SPLIT CARD AND XREF CLUSTERS UNCHANGED"
                   TO WS-RESULT-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF.

       9500-PRINT-COUNTS.
           MOVE "DETAILS MEASURED ..........." TO WSC-LABEL.
           MOVE WS-TOT-DETAILS TO WSC-COUNT.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "AMOUNTS MEASURED ..........." TO WSC-LABEL.
           MOVE WS-TOT-AMOUNTS TO WSC-COUNT.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "TRANS IDS MEASURED ........." TO WSC-LABEL.
           MOVE WS-DISTINCT-IDS TO WSC-COUNT.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "RECORDS NOT MEASURED ......." TO WSC-LABEL.
           MOVE WS-SKIPPED-COUNT TO WSC-COUNT.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-RESULT-TEXT TO WSS-STATUS.
           WRITE SUMA-PLAN-REPORT-LINE FROM WS-STATUS-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-PLAN-REPORT-FILE.

           DISPLAY "SUMAPLAN - " WS-RESULT-TEXT.
       9000-TERMINATE-EXIT.
           EXIT.
