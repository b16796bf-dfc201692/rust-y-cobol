      *================================================================*
      * PROGRAM-ID.  SumaAcumula                                      *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - COST-CENTER HIERARCHY ROLLUP.
      *                READS THE SUMAHIST POSTING HISTORY FOR A RUN
      *                DATE OR DATE RANGE (SUMAACC CARD), ROLLS EACH
      *                COST CENTER UP THE SUMAJER HIERARCHY AND
      *                PRINTS COST CENTER, DEPARTMENT, DIVISION,
      *                REGION AND COMPANY SUBTOTALS WITH COUNTS,
      *                AMOUNTS AND EACH LEVEL'S SHARE OF THE COMPANY
      *                TOTAL ON SUMAACRP.  COST CENTERS NOT PLACED IN
      *                THE HIERARCHY PRINT AS UNASSIGNED.  THE
      *                COMPANY LINE IS CROSS-FOOTED, NIGHT BY NIGHT,
      *                TO THE "T" RECORD OF THE NIGHTLY SUMAPOST FEED
      *                - THE PUBLISHED GRAND TOTAL - AND THE STEP
      *                ENDS RETURN-CODE 8 WHEN THEY DISAGREE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaAcumula.
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
           SELECT SUMA-ROLLUP-CARD-FILE ASSIGN TO SUMAACC
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-HIER-FILE ASSIGN TO SUMAJER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-HIR-FILE-STATUS.

           SELECT SUMA-HISTORY-FILE ASSIGN TO SUMAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT SUMA-POSTING-FILE ASSIGN TO SUMAPOST
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-ROLLUP-REPORT-FILE ASSIGN TO SUMAACRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-ROLLUP-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAACC.

       FD  SUMA-HIER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAJER.

       FD  SUMA-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAHST.

       FD  SUMA-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPST.

       FD  SUMA-ROLLUP-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-ROLLUP-REPORT-LINE         PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-BALANCE-SW           PIC X(01)   VALUE "Y".
               88  WS-IN-BALANCE                   VALUE "Y".
               88  WS-OUT-OF-BALANCE               VALUE "N".
           05  WS-FOUND-SW             PIC X(01)   VALUE "N".
               88  WS-NODE-FOUND                   VALUE "Y".
               88  WS-NODE-NOT-FOUND               VALUE "N".
           05  WS-PART-SW              PIC X(01)   VALUE "R".
               88  WS-ROLLUP-PART                  VALUE "R".
               88  WS-NIGHTS-PART                  VALUE "N".
               88  WS-CHECKS-PART                  VALUE "C".
           05  WS-LINE-KIND-SW         PIC X(01)   VALUE "D".
               88  WS-DETAIL-KIND                  VALUE "D".
               88  WS-SUBTOTAL-KIND                VALUE "S".
           05  WS-SEGMENT-SW           PIC X(01)   VALUE "N".
               88  WS-SEGMENT-NIGHTLY              VALUE "N".
               88  WS-SEGMENT-OTHER                VALUE "O".

       77  WS-NODE-COUNT               PIC 9(05)   COMP    VALUE ZERO.
       77  WS-NODE-IDX                 PIC 9(05)   COMP    VALUE ZERO.
       77  WS-NODE-SLOT                PIC 9(05)   COMP    VALUE ZERO.
       77  WS-MAX-NODES                PIC 9(05)   COMP    VALUE 1000.
       77  WS-CC-IDX                   PIC 9(05)   COMP    VALUE ZERO.
       77  WS-DPT-IDX                  PIC 9(05)   COMP    VALUE ZERO.
       77  WS-DIV-IDX                  PIC 9(05)   COMP    VALUE ZERO.
       77  WS-REG-IDX                  PIC 9(05)   COMP    VALUE ZERO.
       77  WS-DPT-SLOT                 PIC 9(05)   COMP    VALUE ZERO.
       77  WS-DIV-SLOT                 PIC 9(05)   COMP    VALUE ZERO.
       77  WS-REG-SLOT                 PIC 9(05)   COMP    VALUE ZERO.
       77  WS-ADD-SLOT                 PIC 9(05)   COMP    VALUE ZERO.
       77  WS-PRINT-SLOT               PIC 9(05)   COMP    VALUE ZERO.
       77  WS-NIGHT-COUNT              PIC 9(05)   COMP    VALUE ZERO.
       77  WS-NIGHT-IDX                PIC 9(05)   COMP    VALUE ZERO.
       77  WS-NIGHT-SLOT               PIC 9(05)   COMP    VALUE ZERO.
       77  WS-MAX-NIGHTS               PIC 9(05)   COMP    VALUE 400.
       77  WS-HIST-READ-COUNT          PIC 9(09)   COMP    VALUE ZERO.
       77  WS-CC-REPORTED-COUNT        PIC 9(07)   COMP    VALUE ZERO.
       77  WS-CC-UNASSIGNED-COUNT      PIC 9(07)   COMP    VALUE ZERO.
       77  WS-NIGHTS-FAILED            PIC 9(05)   COMP    VALUE ZERO.
       77  WS-SUPERSEDED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
       77  WS-OTHER-FEED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
       77  WS-CHECKS-FAILED            PIC 9(02)   COMP    VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-HIR-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-HST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-FIND-LEVEL               PIC X(01)   VALUE SPACES.
       01  WS-FIND-CODE                PIC X(06)   VALUE SPACES.
       01  WS-LAST-HIST-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-PCT-SHARE                PIC S9(05)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    DATES - THE RANGE REPORTED, AND A WORK DATE FOR THE EDIT
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-FROM-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-EDIT-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-EDIT-DATE-R              REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY            PIC 9(04).
           05  WS-EDIT-MM              PIC 9(02).
           05  WS-EDIT-DD              PIC 9(02).

      *----------------------------------------------------------------
      *    ONE SLOT PER HIERARCHY NODE, LOADED FROM SUMAJER IN KEY
      *    ORDER (SO EACH LEVEL IS CONTIGUOUS AND IN CODE ORDER).  A
      *    COST CENTER THAT POSTS WITHOUT A NODE OF ITS OWN IS ADDED
      *    AT THE END WHEN IT FIRST APPEARS ON THE HISTORY.  THE
      *    FIGURES ARE THE COST CENTER'S OWN FOR A "C" SLOT AND THE
      *    SUM OF EVERYTHING BENEATH IT FOR THE LEVELS ABOVE.
      *----------------------------------------------------------------
       01  WS-NODE-TABLE.
           05  WS-NODE-ENTRY           OCCURS 1000 TIMES.
               10  WS-NDT-LEVEL        PIC X(01).
               10  WS-NDT-CODE         PIC X(06).
               10  WS-NDT-PARENT       PIC X(06).
               10  WS-NDT-NAME         PIC X(30).
               10  WS-NDT-ACTIVE-SW    PIC X(01).
                   88  WS-NDT-ACTIVE               VALUE "Y".
               10  WS-NDT-PLACED-SW    PIC X(01).
                   88  WS-NDT-PLACED               VALUE "Y".
               10  WS-NDT-REC-COUNT    PIC 9(09)   COMP.
               10  WS-NDT-POSTED       PIC S9(13)V99 COMP-3.
               10  WS-NDT-ALLOC        PIC S9(13)V99 COMP-3.
               10  WS-NDT-AMOUNT       PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      *    ONE SLOT PER RUN DATE IN THE RANGE - THE NIGHT AS THE
      *    HISTORY HAS IT, AND AS THE NIGHTLY FEED'S "T" RECORD
      *    PUBLISHED IT.
      *----------------------------------------------------------------
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY          OCCURS 400 TIMES.
               10  WS-NGT-RUN-DATE     PIC 9(08).
               10  WS-NGT-HIST-SW      PIC X(01).
                   88  WS-NGT-HAS-HIST             VALUE "Y".
               10  WS-NGT-FEED-SW      PIC X(01).
                   88  WS-NGT-HAS-FEED             VALUE "Y".
               10  WS-NGT-HIST-COUNT   PIC 9(09)   COMP.
               10  WS-NGT-HIST-POSTED  PIC S9(13)V99 COMP-3.
               10  WS-NGT-FEED-COUNT   PIC 9(09)   COMP.
               10  WS-NGT-FEED-TOTAL   PIC S9(13)V99 COMP-3.

       01  WS-COMPANY-TOTALS.
           05  WS-CO-REC-COUNT         PIC 9(09)   COMP    VALUE ZERO.
           05  WS-CO-POSTED            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CO-ALLOC             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CO-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-UNASSIGNED-TOTALS.
           05  WS-UN-REC-COUNT         PIC 9(09)   COMP    VALUE ZERO.
           05  WS-UN-POSTED            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-UN-ALLOC             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-UN-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-FEED-TOTALS.
           05  WS-FD-REC-COUNT         PIC 9(09)   COMP    VALUE ZERO.
           05  WS-FD-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FD-OTHER-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RG-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(44)
               VALUE "SUMAACUMULA - COST CENTER HIERARCHY ROLLUP  ".
           05  FILLER              PIC X(71) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  WSH1-PAGE-NUM       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(17) VALUE "   RUN DATES FROM".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSH2-FROM-DATE      PIC 9(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  WSH2-TO-DATE        PIC 9(08).
           05  FILLER              PIC X(76) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(16) VALUE "LEVEL".
           05  FILLER              PIC X(08) VALUE "CODE".
           05  FILLER              PIC X(31) VALUE "NAME".
           05  FILLER              PIC X(10) VALUE "  RECORDS ".
           05  FILLER              PIC X(18)
                   VALUE "         AS POSTED".
           05  FILLER              PIC X(18)
                   VALUE "         ALLOCATED".
           05  FILLER              PIC X(18)
                   VALUE "            AMOUNT".
           05  FILLER              PIC X(10) VALUE "  PCT OF  ".
           05  FILLER              PIC X(03) VALUE SPACES.

       01  WS-HEADING-LINE-4.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(119) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "  COMPANY ".
           05  FILLER              PIC X(03) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-LEVEL-TEXT      PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-NODE-CODE       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-NODE-NAME       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-REC-COUNT       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-POSTED          PIC -Z(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-ALLOC           PIC -Z(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-AMOUNT          PIC -Z(12)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-PCT-SHARE       PIC -ZZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      *    NIGHT-BY-NIGHT CROSS-FOOT PAGES
      *----------------------------------------------------------------
       01  WS-NIGHT-HEADING-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(10) VALUE "  HISTORY ".
           05  FILLER              PIC X(18)
                   VALUE "   HISTORY POSTED ".
           05  FILLER              PIC X(10) VALUE "     FEED ".
           05  FILLER              PIC X(18)
                   VALUE "   FEED GRAND TOT ".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "RESULT".
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-NIGHT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSN-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSN-HIST-COUNT      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSN-HIST-POSTED     PIC -Z(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSN-FEED-COUNT      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSN-FEED-TOTAL      PIC -Z(12)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSN-RESULT          PIC X(16).
           05  FILLER              PIC X(49) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSC-LABEL           PIC X(30) VALUE SPACES.
           05  WSC-COUNT           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WST-LABEL           PIC X(30) VALUE SPACES.
           05  WST-AMOUNT          PIC -Z(12)9.99.
           05  FILLER              PIC X(85) VALUE SPACES.

       01  WS-CHECK-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSK-LABEL           PIC X(44) VALUE SPACES.
           05  WSK-VERDICT         PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(72) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-STATUS          PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000-MAINLINE - LOAD THE HIERARCHY, GATHER THE HISTORY FOR    *
      * THE RANGE, ROLL IT UP, GATHER THE PUBLISHED TOTALS, THEN      *
      * PRINT THE ROLLUP AND ITS CROSS-FOOT.                          *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-LOAD-HIERARCHY
               THRU 2000-LOAD-HIERARCHY-EXIT.

           PERFORM 3000-SCAN-HISTORY
               THRU 3000-SCAN-HISTORY-EXIT.

           PERFORM 4000-ROLL-UP-HIERARCHY
               THRU 4000-ROLL-UP-HIERARCHY-EXIT.

           PERFORM 5000-SCAN-POSTING-FEED
               THRU 5000-SCAN-POSTING-FEED-EXIT.

           PERFORM 6000-PRINT-ROLLUP
               THRU 6000-PRINT-ROLLUP-EXIT.

           PERFORM 7000-PRINT-NIGHTS
               THRU 7000-PRINT-NIGHTS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - OPEN FILES AND EDIT THE CONTROL CARD        *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMAACUMULA - HIERARCHY ROLLUP STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-ROLLUP-CARD-FILE.
           OPEN OUTPUT SUMA-ROLLUP-REPORT-FILE.

           PERFORM 1100-EDIT-ROLLUP-CARD
               THRU 1100-EDIT-ROLLUP-CARD-EXIT.

           OPEN INPUT SUMA-HIER-FILE.
           IF WS-HIR-FILE-STATUS NOT = "00"
               DISPLAY "SUMAJER OPEN FAILED - FILE STATUS "
                   WS-HIR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUMA-HISTORY-FILE.
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAHIST OPEN FAILED - FILE STATUS "
                   WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUMA-POSTING-FILE.

           INITIALIZE WS-NODE-TABLE.
           INITIALIZE WS-NIGHT-TABLE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-ROLLUP-CARD - A MISSING CARD OR BLANK FROM DATE     *
      * MEANS TODAY, A BLANK TO DATE THE FROM DATE.  A DATE PRESENT   *
      * BUT GARBLED, OR A RANGE THAT RUNS BACKWARDS, IS AN OPERATOR   *
      * KEYING ERROR AND FAILS THE STEP BEFORE ANYTHING IS READ.      *
      *================================================================*
       1100-EDIT-ROLLUP-CARD.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-TO-DATE.

           READ SUMA-ROLLUP-CARD-FILE
               AT END
                   DISPLAY "SUMAACC CARD MISSING - REPORTING TODAY"
                   GO TO 1100-EDIT-ROLLUP-CARD-EXIT
           END-READ.

           IF AC-FROM-DATE NOT = SPACES
               IF AC-FROM-DATE-N IS NOT NUMERIC
                   DISPLAY "SUMAACC FROM DATE NOT NUMERIC: "
                       AC-FROM-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AC-FROM-DATE-N TO WS-EDIT-DATE
               PERFORM 1150-EDIT-ONE-DATE
                   THRU 1150-EDIT-ONE-DATE-EXIT
               MOVE AC-FROM-DATE-N TO WS-FROM-DATE
           END-IF.

           MOVE WS-FROM-DATE TO WS-TO-DATE.

           IF AC-TO-DATE NOT = SPACES
               IF AC-TO-DATE-N IS NOT NUMERIC
                   DISPLAY "SUMAACC TO DATE NOT NUMERIC: "
                       AC-TO-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AC-TO-DATE-N TO WS-EDIT-DATE
               PERFORM 1150-EDIT-ONE-DATE
                   THRU 1150-EDIT-ONE-DATE-EXIT
               MOVE AC-TO-DATE-N TO WS-TO-DATE
           END-IF.

           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "SUMAACC TO DATE " WS-TO-DATE
                   " IS BEFORE FROM DATE " WS-FROM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EDIT-ROLLUP-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1150-EDIT-ONE-DATE - A MONTH OF 01-12 AND A DAY OF 01-31.     *
      *================================================================*
       1150-EDIT-ONE-DATE.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               DISPLAY "SUMAACC DATE INVALID: " WS-EDIT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1150-EDIT-ONE-DATE-EXIT.
           EXIT.

      *================================================================*
      * 2000-LOAD-HIERARCHY - READ THE WHOLE SUMAJER CLUSTER INTO     *
      * THE NODE TABLE.                                               *
      *================================================================*
       2000-LOAD-HIERARCHY.
           SET WS-EOF-NO TO TRUE.

           PERFORM 2100-READ-HIER-NODE
               THRU 2100-READ-HIER-NODE-EXIT
               UNTIL WS-EOF-YES.
       2000-LOAD-HIERARCHY-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-HIER-NODE - READ ONE NODE INTO THE NEXT SLOT, SET   *
      * EOF                                                           *
      *================================================================*
       2100-READ-HIER-NODE.
           READ SUMA-HIER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-HIER-NODE-EXIT
           END-READ.

           IF WS-HIR-FILE-STATUS NOT = "00"
               DISPLAY "SUMAJER READ NEXT FAILED - FILE STATUS "
                   WS-HIR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-NODE-COUNT >= WS-MAX-NODES
               DISPLAY "MORE THAN " WS-MAX-NODES
                   " HIERARCHY NODES AND COST CENTERS - TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NODE-COUNT.
           MOVE JR-LEVEL       TO WS-NDT-LEVEL (WS-NODE-COUNT).
           MOVE JR-NODE-CODE   TO WS-NDT-CODE (WS-NODE-COUNT).
           MOVE JR-PARENT-CODE TO WS-NDT-PARENT (WS-NODE-COUNT).
           MOVE JR-NODE-NAME   TO WS-NDT-NAME (WS-NODE-COUNT).
       2100-READ-HIER-NODE-EXIT.
           EXIT.

      *================================================================*
      * 2200-FIND-NODE-SLOT - FIND THE NODE OF LEVEL WS-FIND-LEVEL    *
      * AND CODE WS-FIND-CODE.  WS-NODE-SLOT IS ZERO WHEN IT IS NOT   *
      * IN THE TABLE.                                                 *
      *================================================================*
       2200-FIND-NODE-SLOT.
           SET WS-NODE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-NODE-SLOT.

           PERFORM 2250-MATCH-NODE-SLOT
               THRU 2250-MATCH-NODE-SLOT-EXIT
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > WS-NODE-COUNT
                   OR WS-NODE-FOUND.
       2200-FIND-NODE-SLOT-EXIT.
           EXIT.

      *================================================================*
      * 2250-MATCH-NODE-SLOT - IF THIS SLOT IS THE NODE WANTED,       *
      * REMEMBER IT AND STOP THE SCAN.                                *
      *================================================================*
       2250-MATCH-NODE-SLOT.
           IF WS-NDT-LEVEL (WS-NODE-IDX) = WS-FIND-LEVEL
               AND WS-NDT-CODE (WS-NODE-IDX) = WS-FIND-CODE
               SET WS-NODE-FOUND TO TRUE
               MOVE WS-NODE-IDX TO WS-NODE-SLOT
           END-IF.
       2250-MATCH-NODE-SLOT-EXIT.
           EXIT.

      *================================================================*
      * 3000-SCAN-HISTORY - POSITION SUMAHIST ON THE FIRST RECORD OF  *
      * THE FROM DATE AND READ THROUGH THE TO DATE.  THE CLUSTER IS   *
      * KEYED RUN DATE FIRST, SO THE FIRST RECORD PAST THE TO DATE    *
      * ENDS THE SCAN.                                                *
      *================================================================*
       3000-SCAN-HISTORY.
           SET WS-EOF-NO TO TRUE.

           MOVE WS-FROM-DATE TO PH-RUN-DATE.
           MOVE LOW-VALUES   TO PH-COST-CENTER.
           START SUMA-HISTORY-FILE
               KEY IS NOT LESS THAN PH-KEY.

           EVALUATE WS-HST-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 3000-SCAN-HISTORY-EXIT
               WHEN OTHER
                   DISPLAY "SUMAHIST START FAILED - FILE STATUS "
                       WS-HST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 3100-READ-HISTORY-REC
               THRU 3100-READ-HISTORY-REC-EXIT.

           PERFORM 3200-POST-HISTORY-REC
               THRU 3200-POST-HISTORY-REC-EXIT
               UNTIL WS-EOF-YES.
       3000-SCAN-HISTORY-EXIT.
           EXIT.

      *================================================================*
      * 3100-READ-HISTORY-REC - READ THE NEXT HISTORY RECORD, SET EOF *
      * AT THE END OF THE CLUSTER OR OF THE DATE RANGE                *
      *================================================================*
       3100-READ-HISTORY-REC.
           READ SUMA-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 3100-READ-HISTORY-REC-EXIT
           END-READ.

           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAHIST READ NEXT FAILED - FILE STATUS "
                   WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PH-RUN-DATE > WS-TO-DATE
               SET WS-EOF-YES TO TRUE
           END-IF.
       3100-READ-HISTORY-REC-EXIT.
           EXIT.

      *================================================================*
      * 3200-POST-HISTORY-REC - ADD ONE COST CENTER'S NIGHT TO ITS    *
      * "C" SLOT AND TO THE NIGHT.  THE FIGURE AS POSTED IS           *
      * PH-AMOUNT LESS PH-ALLOC-AMOUNT; THE AMOUNT REPORTED IS        *
      * PH-AMOUNT, AFTER ANY SHARED-SERVICE ALLOCATION.               *
      *================================================================*
       3200-POST-HISTORY-REC.
           ADD 1 TO WS-HIST-READ-COUNT.

           IF PH-RUN-DATE NOT = WS-LAST-HIST-DATE
               MOVE PH-RUN-DATE TO WS-LAST-HIST-DATE
               PERFORM 3400-FIND-NIGHT-SLOT
                   THRU 3400-FIND-NIGHT-SLOT-EXIT
               SET WS-NGT-HAS-HIST (WS-NIGHT-SLOT) TO TRUE
           END-IF.

           ADD PH-REC-COUNT TO WS-NGT-HIST-COUNT (WS-NIGHT-SLOT).
           COMPUTE WS-NGT-HIST-POSTED (WS-NIGHT-SLOT) =
               WS-NGT-HIST-POSTED (WS-NIGHT-SLOT)
                   + PH-AMOUNT - PH-ALLOC-AMOUNT.

           MOVE "C"            TO WS-FIND-LEVEL.
           MOVE PH-COST-CENTER TO WS-FIND-CODE.
           PERFORM 2200-FIND-NODE-SLOT
               THRU 2200-FIND-NODE-SLOT-EXIT.

           IF WS-NODE-NOT-FOUND
               PERFORM 3300-ADD-UNPLACED-CC
                   THRU 3300-ADD-UNPLACED-CC-EXIT
           END-IF.

           SET WS-NDT-ACTIVE (WS-NODE-SLOT) TO TRUE.
           ADD PH-REC-COUNT TO WS-NDT-REC-COUNT (WS-NODE-SLOT).
           COMPUTE WS-NDT-POSTED (WS-NODE-SLOT) =
               WS-NDT-POSTED (WS-NODE-SLOT)
                   + PH-AMOUNT - PH-ALLOC-AMOUNT.
           ADD PH-ALLOC-AMOUNT TO WS-NDT-ALLOC (WS-NODE-SLOT).
           ADD PH-AMOUNT       TO WS-NDT-AMOUNT (WS-NODE-SLOT).

           PERFORM 3100-READ-HISTORY-REC
               THRU 3100-READ-HISTORY-REC-EXIT.
       3200-POST-HISTORY-REC-EXIT.
           EXIT.

      *================================================================*
      * 3300-ADD-UNPLACED-CC - OPEN A "C" SLOT FOR A COST CENTER THAT *
      * POSTED BUT HAS NO NODE IN THE HIERARCHY.  WITH NO PARENT IT   *
      * ROLLS UP AS UNASSIGNED.                                       *
      *================================================================*
       3300-ADD-UNPLACED-CC.
           IF WS-NODE-COUNT >= WS-MAX-NODES
               DISPLAY "MORE THAN " WS-MAX-NODES
                   " HIERARCHY NODES AND COST CENTERS - TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NODE-COUNT.
           MOVE WS-NODE-COUNT      TO WS-NODE-SLOT.
           MOVE "C"                TO WS-NDT-LEVEL (WS-NODE-SLOT).
           MOVE PH-COST-CENTER     TO WS-NDT-CODE (WS-NODE-SLOT).
           MOVE SPACES             TO WS-NDT-PARENT (WS-NODE-SLOT).
           MOVE "NOT IN HIERARCHY" TO WS-NDT-NAME (WS-NODE-SLOT).
       3300-ADD-UNPLACED-CC-EXIT.
           EXIT.

      *================================================================*
      * 3400-FIND-NIGHT-SLOT - FIND THE RUN DATE IN WS-LAST-HIST-DATE *
      * IN THE NIGHT TABLE, OPENING A NEW SLOT THE FIRST TIME IT      *
      * APPEARS.                                                      *
      *================================================================*
       3400-FIND-NIGHT-SLOT.
           MOVE ZERO TO WS-NIGHT-SLOT.

           PERFORM 3450-MATCH-NIGHT-SLOT
               THRU 3450-MATCH-NIGHT-SLOT-EXIT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   OR WS-NIGHT-SLOT > ZERO.

           IF WS-NIGHT-SLOT > ZERO
               GO TO 3400-FIND-NIGHT-SLOT-EXIT
           END-IF.

           IF WS-NIGHT-COUNT >= WS-MAX-NIGHTS
               DISPLAY "MORE THAN " WS-MAX-NIGHTS
                   " RUN DATES IN THE RANGE - NARROW THE SUMAACC CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NIGHT-COUNT.
           MOVE WS-LAST-HIST-DATE TO WS-NGT-RUN-DATE (WS-NIGHT-COUNT).
           MOVE WS-NIGHT-COUNT    TO WS-NIGHT-SLOT.
       3400-FIND-NIGHT-SLOT-EXIT.
           EXIT.

      *================================================================*
      * 3450-MATCH-NIGHT-SLOT - IF THIS SLOT IS THE NIGHT WANTED,     *
      * REMEMBER IT AND STOP THE SCAN.                                *
      *================================================================*
       3450-MATCH-NIGHT-SLOT.
           IF WS-NGT-RUN-DATE (WS-NIGHT-IDX) = WS-LAST-HIST-DATE
               MOVE WS-NIGHT-IDX TO WS-NIGHT-SLOT
           END-IF.
       3450-MATCH-NIGHT-SLOT-EXIT.
           EXIT.

      *================================================================*
      * 4000-ROLL-UP-HIERARCHY - CARRY EVERY COST CENTER THAT POSTED  *
      * IN THE RANGE UP TO ITS DEPARTMENT, DIVISION AND REGION, AND   *
      * INTO THE COMPANY TOTAL.                                       *
      *================================================================*
       4000-ROLL-UP-HIERARCHY.
           PERFORM 4100-ROLL-UP-ONE-CC
               THRU 4100-ROLL-UP-ONE-CC-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-NODE-COUNT.
       4000-ROLL-UP-HIERARCHY-EXIT.
           EXIT.

      *================================================================*
      * 4100-ROLL-UP-ONE-CC - FIND THE COST CENTER'S DEPARTMENT,      *
      * DIVISION AND REGION FIRST, AND ONLY WHEN THE WHOLE CHAIN IS   *
      * THERE ADD IT TO EACH OF THEM - A COST CENTER WITH NO NODE OR  *
      * A BROKEN CHAIN GOES TO UNASSIGNED INSTEAD, SO EVERY LEVEL     *
      * STILL FOOTS TO THE COMPANY.                                   *
      *================================================================*
       4100-ROLL-UP-ONE-CC.
           IF WS-NDT-LEVEL (WS-CC-IDX) NOT = "C"
               OR NOT WS-NDT-ACTIVE (WS-CC-IDX)
               GO TO 4100-ROLL-UP-ONE-CC-EXIT
           END-IF.

           ADD 1 TO WS-CC-REPORTED-COUNT.
           ADD WS-NDT-REC-COUNT (WS-CC-IDX) TO WS-CO-REC-COUNT.
           ADD WS-NDT-POSTED (WS-CC-IDX)    TO WS-CO-POSTED.
           ADD WS-NDT-ALLOC (WS-CC-IDX)     TO WS-CO-ALLOC.
           ADD WS-NDT-AMOUNT (WS-CC-IDX)    TO WS-CO-AMOUNT.

           IF WS-NDT-PARENT (WS-CC-IDX) = SPACES
               GO TO 4100-ROLL-UP-UNASSIGNED
           END-IF.

           MOVE "D"                       TO WS-FIND-LEVEL.
           MOVE WS-NDT-PARENT (WS-CC-IDX) TO WS-FIND-CODE.
           PERFORM 2200-FIND-NODE-SLOT
               THRU 2200-FIND-NODE-SLOT-EXIT.
           IF WS-NODE-NOT-FOUND
               GO TO 4100-ROLL-UP-UNASSIGNED
           END-IF.
           MOVE WS-NODE-SLOT TO WS-DPT-SLOT.

           MOVE "V"                         TO WS-FIND-LEVEL.
           MOVE WS-NDT-PARENT (WS-DPT-SLOT) TO WS-FIND-CODE.
           PERFORM 2200-FIND-NODE-SLOT
               THRU 2200-FIND-NODE-SLOT-EXIT.
           IF WS-NODE-NOT-FOUND
               GO TO 4100-ROLL-UP-UNASSIGNED
           END-IF.
           MOVE WS-NODE-SLOT TO WS-DIV-SLOT.

           MOVE "R"                         TO WS-FIND-LEVEL.
           MOVE WS-NDT-PARENT (WS-DIV-SLOT) TO WS-FIND-CODE.
           PERFORM 2200-FIND-NODE-SLOT
               THRU 2200-FIND-NODE-SLOT-EXIT.
           IF WS-NODE-NOT-FOUND
               GO TO 4100-ROLL-UP-UNASSIGNED
           END-IF.
           MOVE WS-NODE-SLOT TO WS-REG-SLOT.

           SET WS-NDT-PLACED (WS-CC-IDX) TO TRUE.

           MOVE WS-DPT-SLOT TO WS-ADD-SLOT.
           PERFORM 4200-ADD-TO-NODE
               THRU 4200-ADD-TO-NODE-EXIT.
           MOVE WS-DIV-SLOT TO WS-ADD-SLOT.
           PERFORM 4200-ADD-TO-NODE
               THRU 4200-ADD-TO-NODE-EXIT.
           MOVE WS-REG-SLOT TO WS-ADD-SLOT.
           PERFORM 4200-ADD-TO-NODE
               THRU 4200-ADD-TO-NODE-EXIT.
           GO TO 4100-ROLL-UP-ONE-CC-EXIT.

       4100-ROLL-UP-UNASSIGNED.
           ADD 1 TO WS-CC-UNASSIGNED-COUNT.
           ADD WS-NDT-REC-COUNT (WS-CC-IDX) TO WS-UN-REC-COUNT.
           ADD WS-NDT-POSTED (WS-CC-IDX)    TO WS-UN-POSTED.
           ADD WS-NDT-ALLOC (WS-CC-IDX)     TO WS-UN-ALLOC.
           ADD WS-NDT-AMOUNT (WS-CC-IDX)    TO WS-UN-AMOUNT.
       4100-ROLL-UP-ONE-CC-EXIT.
           EXIT.

      *================================================================*
      * 4200-ADD-TO-NODE - ADD THE COST CENTER'S FIGURES TO THE NODE  *
      * IN WS-ADD-SLOT AND MARK IT AS HAVING SOMETHING TO PRINT.      *
      *================================================================*
       4200-ADD-TO-NODE.
           SET WS-NDT-ACTIVE (WS-ADD-SLOT) TO TRUE.
           ADD WS-NDT-REC-COUNT (WS-CC-IDX)
               TO WS-NDT-REC-COUNT (WS-ADD-SLOT).
           ADD WS-NDT-POSTED (WS-CC-IDX)
               TO WS-NDT-POSTED (WS-ADD-SLOT).
           ADD WS-NDT-ALLOC (WS-CC-IDX)
               TO WS-NDT-ALLOC (WS-ADD-SLOT).
           ADD WS-NDT-AMOUNT (WS-CC-IDX)
               TO WS-NDT-AMOUNT (WS-ADD-SLOT).
       4200-ADD-TO-NODE-EXIT.
           EXIT.

      *================================================================*
      * 5000-SCAN-POSTING-FEED - READ EVERY SUMAPOST GENERATION ON    *
      * THE DD FOR THE PUBLISHED GRAND TOTALS.  EACH GENERATION IS    *
      * ITS "C" RECORDS FOLLOWED BY ONE "T" RECORD.  THE NIGHTLY      *
      * FEED'S "C" RECORDS ALL CARRY A SOURCE SYSTEM; A RECYCLE OR    *
      * BACKOUT FEED'S CARRY SPACES - THOSE FIGURES NEVER REACH       *
      * SUMAHIST, SO THEIR "T" IS KEPT APART AND ONLY PRINTED.        *
      *================================================================*
       5000-SCAN-POSTING-FEED.
           SET WS-EOF-NO          TO TRUE.
           SET WS-SEGMENT-NIGHTLY TO TRUE.

           PERFORM 5100-READ-FEED-REC
               THRU 5100-READ-FEED-REC-EXIT
               UNTIL WS-EOF-YES.
       5000-SCAN-POSTING-FEED-EXIT.
           EXIT.

      *================================================================*
      * 5100-READ-FEED-REC - ROUTE ONE FEED RECORD, SET EOF           *
      *================================================================*
       5100-READ-FEED-REC.
           READ SUMA-POSTING-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 5100-READ-FEED-REC-EXIT
           END-READ.

           IF SP-COST-CENTER-REC
               IF SP-SOURCE-SYSTEM = SPACES
                   SET WS-SEGMENT-OTHER TO TRUE
               END-IF
               GO TO 5100-READ-FEED-REC-EXIT
           END-IF.

           IF NOT SP-TOTAL-REC
               GO TO 5100-READ-FEED-REC-EXIT
           END-IF.

           IF SP-RUN-DATE NOT < WS-FROM-DATE
               AND SP-RUN-DATE NOT > WS-TO-DATE
               IF WS-SEGMENT-NIGHTLY
                   PERFORM 5200-POST-NIGHT-FEED
                       THRU 5200-POST-NIGHT-FEED-EXIT
               ELSE
                   ADD 1         TO WS-OTHER-FEED-COUNT
                   ADD SP-AMOUNT TO WS-FD-OTHER-TOTAL
               END-IF
           END-IF.

           SET WS-SEGMENT-NIGHTLY TO TRUE.
       5100-READ-FEED-REC-EXIT.
           EXIT.

      *================================================================*
      * 5200-POST-NIGHT-FEED - PUT A NIGHTLY "T" RECORD AGAINST ITS   *
      * NIGHT.  THE GDG BASE READS NEWEST GENERATION FIRST, SO WHEN   *
      * A DATE WAS RERUN THE FIRST FEED MET IS THE ONE THE RERUN CUT  *
      * (THE ONE SUMAHIST NOW HOLDS) AND ANY EARLIER ONE FOR THE      *
      * SAME DATE IS COUNTED AS SUPERSEDED.                           *
      *================================================================*
       5200-POST-NIGHT-FEED.
           MOVE SP-RUN-DATE TO WS-LAST-HIST-DATE.
           PERFORM 3400-FIND-NIGHT-SLOT
               THRU 3400-FIND-NIGHT-SLOT-EXIT.

           IF WS-NGT-HAS-FEED (WS-NIGHT-SLOT)
               ADD 1 TO WS-SUPERSEDED-COUNT
               GO TO 5200-POST-NIGHT-FEED-EXIT
           END-IF.

           SET WS-NGT-HAS-FEED (WS-NIGHT-SLOT) TO TRUE.
           MOVE SP-REC-COUNT TO WS-NGT-FEED-COUNT (WS-NIGHT-SLOT).
           MOVE SP-AMOUNT    TO WS-NGT-FEED-TOTAL (WS-NIGHT-SLOT).
           ADD SP-REC-COUNT  TO WS-FD-REC-COUNT.
           ADD SP-AMOUNT     TO WS-FD-TOTAL.
       5200-POST-NIGHT-FEED-EXIT.
           EXIT.

      *================================================================*
      * 6000-PRINT-ROLLUP - PRINT THE HIERARCHY TOP DOWN: EACH        *
      * REGION'S DIVISIONS, EACH DIVISION'S DEPARTMENTS, EACH         *
      * DEPARTMENT'S COST CENTERS, WITH THE SUBTOTAL OF EVERY LEVEL   *
      * AFTER ITS CHILDREN; THEN THE UNASSIGNED COST CENTERS AND THE  *
      * COMPANY LINE.  ONLY NODES WITH FIGURES IN THE RANGE PRINT.    *
      *================================================================*
       6000-PRINT-ROLLUP.
           SET WS-ROLLUP-PART TO TRUE.

           PERFORM 6100-PRINT-REGION
               THRU 6100-PRINT-REGION-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-NODE-COUNT.

           IF WS-CC-UNASSIGNED-COUNT > ZERO
               SET WS-DETAIL-KIND TO TRUE
               PERFORM 6500-PRINT-UNASSIGNED-CC
                   THRU 6500-PRINT-UNASSIGNED-CC-EXIT
                   VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-NODE-COUNT
               MOVE "* UNASSIGNED"     TO WSD-LEVEL-TEXT
               MOVE SPACES             TO WSD-NODE-CODE
               MOVE "NOT PLACED IN THE HIERARCHY" TO WSD-NODE-NAME
               MOVE WS-UN-REC-COUNT    TO WSD-REC-COUNT
               MOVE WS-UN-POSTED       TO WSD-POSTED
               MOVE WS-UN-ALLOC        TO WSD-ALLOC
               MOVE WS-UN-AMOUNT       TO WSD-AMOUNT
               MOVE WS-UN-AMOUNT       TO WS-RG-AMOUNT
               SET WS-SUBTOTAL-KIND    TO TRUE
               PERFORM 6800-WRITE-ROLLUP-LINE
                   THRU 6800-WRITE-ROLLUP-LINE-EXIT
           END-IF.

           MOVE "**** COMPANY"    TO WSD-LEVEL-TEXT.
           MOVE SPACES            TO WSD-NODE-CODE.
           MOVE "COMPANY TOTAL"   TO WSD-NODE-NAME.
           MOVE WS-CO-REC-COUNT   TO WSD-REC-COUNT.
           MOVE WS-CO-POSTED      TO WSD-POSTED.
           MOVE WS-CO-ALLOC       TO WSD-ALLOC.
           MOVE WS-CO-AMOUNT      TO WSD-AMOUNT.
           MOVE WS-CO-AMOUNT      TO WS-RG-AMOUNT.
           SET WS-SUBTOTAL-KIND   TO TRUE.
           PERFORM 6800-WRITE-ROLLUP-LINE
               THRU 6800-WRITE-ROLLUP-LINE-EXIT.
       6000-PRINT-ROLLUP-EXIT.
           EXIT.

      *================================================================*
      * 6100-PRINT-REGION - PRINT ONE REGION'S DIVISIONS, THEN ITS    *
      * SUBTOTAL.                                                     *
      *================================================================*
       6100-PRINT-REGION.
           IF WS-NDT-LEVEL (WS-REG-IDX) NOT = "R"
               OR NOT WS-NDT-ACTIVE (WS-REG-IDX)
               GO TO 6100-PRINT-REGION-EXIT
           END-IF.

           PERFORM 6200-PRINT-DIVISION
               THRU 6200-PRINT-DIVISION-EXIT
               VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX > WS-NODE-COUNT.

           MOVE "*** REGION" TO WSD-LEVEL-TEXT.
           MOVE WS-REG-IDX   TO WS-PRINT-SLOT.
           SET WS-SUBTOTAL-KIND TO TRUE.
           PERFORM 6700-WRITE-NODE-LINE
               THRU 6700-WRITE-NODE-LINE-EXIT.
       6100-PRINT-REGION-EXIT.
           EXIT.

      *================================================================*
      * 6200-PRINT-DIVISION - PRINT ONE OF THE REGION'S DIVISIONS:    *
      * ITS DEPARTMENTS, THEN ITS SUBTOTAL.                           *
      *================================================================*
       6200-PRINT-DIVISION.
           IF WS-NDT-LEVEL (WS-DIV-IDX) NOT = "V"
               OR NOT WS-NDT-ACTIVE (WS-DIV-IDX)
               OR WS-NDT-PARENT (WS-DIV-IDX)
                   NOT = WS-NDT-CODE (WS-REG-IDX)
               GO TO 6200-PRINT-DIVISION-EXIT
           END-IF.

           PERFORM 6300-PRINT-DEPARTMENT
               THRU 6300-PRINT-DEPARTMENT-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-NODE-COUNT.

           MOVE "** DIVISION" TO WSD-LEVEL-TEXT.
           MOVE WS-DIV-IDX    TO WS-PRINT-SLOT.
           SET WS-SUBTOTAL-KIND TO TRUE.
           PERFORM 6700-WRITE-NODE-LINE
               THRU 6700-WRITE-NODE-LINE-EXIT.
       6200-PRINT-DIVISION-EXIT.
           EXIT.

      *================================================================*
      * 6300-PRINT-DEPARTMENT - PRINT ONE OF THE DIVISION'S           *
      * DEPARTMENTS: ITS COST CENTERS, THEN ITS SUBTOTAL.             *
      *================================================================*
       6300-PRINT-DEPARTMENT.
           IF WS-NDT-LEVEL (WS-DPT-IDX) NOT = "D"
               OR NOT WS-NDT-ACTIVE (WS-DPT-IDX)
               OR WS-NDT-PARENT (WS-DPT-IDX)
                   NOT = WS-NDT-CODE (WS-DIV-IDX)
               GO TO 6300-PRINT-DEPARTMENT-EXIT
           END-IF.

           PERFORM 6400-PRINT-COST-CENTER
               THRU 6400-PRINT-COST-CENTER-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-NODE-COUNT.

           MOVE "* DEPARTMENT" TO WSD-LEVEL-TEXT.
           MOVE WS-DPT-IDX     TO WS-PRINT-SLOT.
           SET WS-SUBTOTAL-KIND TO TRUE.
           PERFORM 6700-WRITE-NODE-LINE
               THRU 6700-WRITE-NODE-LINE-EXIT.
       6300-PRINT-DEPARTMENT-EXIT.
           EXIT.

      *================================================================*
      * 6400-PRINT-COST-CENTER - PRINT ONE OF THE DEPARTMENT'S COST   *
      * CENTERS.                                                      *
      *================================================================*
       6400-PRINT-COST-CENTER.
           IF WS-NDT-LEVEL (WS-CC-IDX) NOT = "C"
               OR NOT WS-NDT-PLACED (WS-CC-IDX)
               OR WS-NDT-PARENT (WS-CC-IDX)
                   NOT = WS-NDT-CODE (WS-DPT-IDX)
               GO TO 6400-PRINT-COST-CENTER-EXIT
           END-IF.

           MOVE "COST CENTER" TO WSD-LEVEL-TEXT.
           MOVE WS-CC-IDX     TO WS-PRINT-SLOT.
           SET WS-DETAIL-KIND TO TRUE.
           PERFORM 6700-WRITE-NODE-LINE
               THRU 6700-WRITE-NODE-LINE-EXIT.
       6400-PRINT-COST-CENTER-EXIT.
           EXIT.

      *================================================================*
      * 6500-PRINT-UNASSIGNED-CC - PRINT ONE COST CENTER THAT POSTED  *
      * BUT DID NOT ROLL UP - NO NODE, OR A BROKEN CHAIN ABOVE IT.    *
      *================================================================*
       6500-PRINT-UNASSIGNED-CC.
           IF WS-NDT-LEVEL (WS-CC-IDX) NOT = "C"
               OR NOT WS-NDT-ACTIVE (WS-CC-IDX)
               OR WS-NDT-PLACED (WS-CC-IDX)
               GO TO 6500-PRINT-UNASSIGNED-CC-EXIT
           END-IF.

           MOVE "COST CENTER" TO WSD-LEVEL-TEXT.
           MOVE WS-CC-IDX     TO WS-PRINT-SLOT.
           SET WS-DETAIL-KIND TO TRUE.
           PERFORM 6700-WRITE-NODE-LINE
               THRU 6700-WRITE-NODE-LINE-EXIT.
       6500-PRINT-UNASSIGNED-CC-EXIT.
           EXIT.

      *================================================================*
      * 6700-WRITE-NODE-LINE - PRINT THE NODE IN WS-PRINT-SLOT UNDER  *
      * THE LEVEL TEXT THE CALLER SET.                                *
      *================================================================*
       6700-WRITE-NODE-LINE.
           MOVE WS-NDT-CODE (WS-PRINT-SLOT)      TO WSD-NODE-CODE.
           MOVE WS-NDT-NAME (WS-PRINT-SLOT)      TO WSD-NODE-NAME.
           MOVE WS-NDT-REC-COUNT (WS-PRINT-SLOT) TO WSD-REC-COUNT.
           MOVE WS-NDT-POSTED (WS-PRINT-SLOT)    TO WSD-POSTED.
           MOVE WS-NDT-ALLOC (WS-PRINT-SLOT)     TO WSD-ALLOC.
           MOVE WS-NDT-AMOUNT (WS-PRINT-SLOT)    TO WSD-AMOUNT.
           MOVE WS-NDT-AMOUNT (WS-PRINT-SLOT)    TO WS-RG-AMOUNT.

           PERFORM 6800-WRITE-ROLLUP-LINE
               THRU 6800-WRITE-ROLLUP-LINE-EXIT.
       6700-WRITE-NODE-LINE-EXIT.
           EXIT.

      *================================================================*
      * 6800-WRITE-ROLLUP-LINE - WORK OUT THE LINE'S SHARE OF THE     *
      * COMPANY AMOUNT AND PRINT IT.  A SUBTOTAL LINE IS SET OFF BY   *
      * A BLANK LINE.  NO COMPANY AMOUNT MEANS NO SHARE TO SHOW.      *
      *================================================================*
       6800-WRITE-ROLLUP-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 8100-WRITE-REPORT-HEADING
                   THRU 8100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE ZERO TO WS-PCT-SHARE.
           IF WS-CO-AMOUNT NOT = ZERO
               COMPUTE WS-PCT-SHARE ROUNDED =
                   (WS-RG-AMOUNT * 100) / WS-CO-AMOUNT
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-PCT-SHARE
               END-COMPUTE
           END-IF.
           MOVE WS-PCT-SHARE TO WSD-PCT-SHARE.

           IF WS-SUBTOTAL-KIND
               WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           ELSE
               WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       6800-WRITE-ROLLUP-LINE-EXIT.
           EXIT.

      *================================================================*
      * 7000-PRINT-NIGHTS - PRINT EACH NIGHT OF THE RANGE AS THE      *
      * HISTORY HAS IT NEXT TO THE GRAND TOTAL THE NIGHTLY FEED       *
      * PUBLISHED, WITH A VERDICT.  A NIGHT ON ONE SIDE ONLY FAILS    *
      * AS SURELY AS ONE THAT DISAGREES.                              *
      *================================================================*
       7000-PRINT-NIGHTS.
           SET WS-NIGHTS-PART TO TRUE.
           MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.

           PERFORM 7100-PRINT-ONE-NIGHT
               THRU 7100-PRINT-ONE-NIGHT-EXIT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
       7000-PRINT-NIGHTS-EXIT.
           EXIT.

      *================================================================*
      * 7100-PRINT-ONE-NIGHT - JUDGE AND PRINT ONE NIGHT              *
      *================================================================*
       7100-PRINT-ONE-NIGHT.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 8100-WRITE-REPORT-HEADING
                   THRU 8100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-NGT-HAS-FEED (WS-NIGHT-IDX)
                   MOVE "** NO FEED" TO WSN-RESULT
               WHEN NOT WS-NGT-HAS-HIST (WS-NIGHT-IDX)
                   MOVE "** NO HISTORY" TO WSN-RESULT
               WHEN WS-NGT-HIST-COUNT (WS-NIGHT-IDX)
                       = WS-NGT-FEED-COUNT (WS-NIGHT-IDX)
                   AND WS-NGT-HIST-POSTED (WS-NIGHT-IDX)
                       = WS-NGT-FEED-TOTAL (WS-NIGHT-IDX)
                   MOVE "OK" TO WSN-RESULT
               WHEN OTHER
                   MOVE "** DISAGREE" TO WSN-RESULT
           END-EVALUATE.

           IF WSN-RESULT NOT = "OK"
               ADD 1 TO WS-NIGHTS-FAILED
           END-IF.

           MOVE WS-NGT-RUN-DATE (WS-NIGHT-IDX)    TO WSN-RUN-DATE.
           MOVE WS-NGT-HIST-COUNT (WS-NIGHT-IDX)  TO WSN-HIST-COUNT.
           MOVE WS-NGT-HIST-POSTED (WS-NIGHT-IDX) TO WSN-HIST-POSTED.
           MOVE WS-NGT-FEED-COUNT (WS-NIGHT-IDX)  TO WSN-FEED-COUNT.
           MOVE WS-NGT-FEED-TOTAL (WS-NIGHT-IDX)  TO WSN-FEED-TOTAL.

           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-NIGHT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       7100-PRINT-ONE-NIGHT-EXIT.
           EXIT.

      *================================================================*
      * 8000-WRITE-CHECK-LINE - PRINT ONE CROSS-FOOT VERDICT.  THE    *
      * CALLER SETS THE LABEL AND THE VERDICT; A FAILED CHECK IS      *
      * COUNTED AND TIPS THE RUN OUT OF BALANCE.                      *
      *================================================================*
       8000-WRITE-CHECK-LINE.
           IF WSK-VERDICT NOT = "OK"
               ADD 1 TO WS-CHECKS-FAILED
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-CHECK-LINE
               AFTER ADVANCING 1 LINE.
       8000-WRITE-CHECK-LINE-EXIT.
           EXIT.

      *================================================================*
      * 8100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE DATE    *
      * RANGE AND THE COLUMN TITLES OF WHICHEVER PART OF THE REPORT   *
      * IS PRINTING - ROLLUP, NIGHTS, OR THE CROSS-FOOT.              *
      *================================================================*
       8100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE   TO WSH2-RUN-DATE.
           MOVE WS-FROM-DATE  TO WSH2-FROM-DATE.
           MOVE WS-TO-DATE    TO WSH2-TO-DATE.

           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN WS-ROLLUP-PART
                   WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-HEADING-LINE-3
                       AFTER ADVANCING 2 LINES
                   WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-HEADING-LINE-4
                       AFTER ADVANCING 1 LINE
               WHEN WS-NIGHTS-PART
                   WRITE SUMA-ROLLUP-REPORT-LINE
                       FROM WS-NIGHT-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE ZERO TO WS-LINE-COUNT.
       8100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - PRINT THE RUN'S FIGURES, CROSS-FOOT THE      *
      * COMPANY LINE TO THE PUBLISHED TOTALS, AND GIVE THE VERDICT.   *
      * RETURN-CODE 8 WHEN ANY CHECK FAILS; 4 WHEN THE RANGE HELD NO  *
      * HISTORY AT ALL.                                               *
      *================================================================*
       9000-TERMINATE.
           SET WS-CHECKS-PART TO TRUE.
           PERFORM 8100-WRITE-REPORT-HEADING
               THRU 8100-WRITE-REPORT-HEADING-EXIT.

           MOVE "HISTORY RECORDS READ ........." TO WSC-LABEL.
           MOVE WS-HIST-READ-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "RUN DATES IN RANGE ..........." TO WSC-LABEL.
           MOVE WS-NIGHT-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COST CENTERS REPORTED ........" TO WSC-LABEL.
           MOVE WS-CC-REPORTED-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COST CENTERS UNASSIGNED ......" TO WSC-LABEL.
           MOVE WS-CC-UNASSIGNED-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "NIGHTS NOT CROSS-FOOTING ....." TO WSC-LABEL.
           MOVE WS-NIGHTS-FAILED TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "SUPERSEDED NIGHTLY FEEDS ....." TO WSC-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "RECYCLE/BACKOUT FEEDS ........" TO WSC-LABEL.
           MOVE WS-OTHER-FEED-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COMPANY RECORDS (SUMAHIST) ..." TO WSC-LABEL.
           MOVE WS-CO-REC-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "PUBLISHED RECORDS (SUMAPOST) ." TO WSC-LABEL.
           MOVE WS-FD-REC-COUNT TO WSC-COUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COMPANY AS POSTED ............" TO WST-LABEL.
           MOVE WS-CO-POSTED TO WST-AMOUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "COMPANY ALLOCATION ..........." TO WST-LABEL.
           MOVE WS-CO-ALLOC TO WST-AMOUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COMPANY AMOUNT ..............." TO WST-LABEL.
           MOVE WS-CO-AMOUNT TO WST-AMOUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "PUBLISHED GRAND TOTAL ........" TO WST-LABEL.
           MOVE WS-FD-TOTAL TO WST-AMOUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "RECYCLE/BACKOUT FEED TOTAL ..." TO WST-LABEL.
           MOVE WS-FD-OTHER-TOTAL TO WST-AMOUNT.
           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE CROSS-FOOT: THE COMPANY LINE AS POSTED MUST BE THE
      *    SUM OF THE NIGHTLY GRAND TOTALS FOR THE SAME NIGHTS, THE
      *    ALLOCATION MUST NET AWAY, AND THE LEVELS MUST FOOT.
           MOVE SPACES TO SUMA-ROLLUP-REPORT-LINE.
           WRITE SUMA-ROLLUP-REPORT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COMPANY RECORDS AGREE WITH SUMAPOST ........"
               TO WSK-LABEL.
           IF WS-CO-REC-COUNT = WS-FD-REC-COUNT
               MOVE "OK" TO WSK-VERDICT
           ELSE
               MOVE "** DISAGREE" TO WSK-VERDICT
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE
               THRU 8000-WRITE-CHECK-LINE-EXIT.

           MOVE "COMPANY AS POSTED AGREES WITH GRAND TOTAL .."
               TO WSK-LABEL.
           IF WS-CO-POSTED = WS-FD-TOTAL
               MOVE "OK" TO WSK-VERDICT
           ELSE
               MOVE "** DISAGREE" TO WSK-VERDICT
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE
               THRU 8000-WRITE-CHECK-LINE-EXIT.

           MOVE "EVERY NIGHT AGREES WITH ITS GRAND TOTAL ...."
               TO WSK-LABEL.
           IF WS-NIGHTS-FAILED = ZERO
               MOVE "OK" TO WSK-VERDICT
           ELSE
               MOVE "** DISAGREE" TO WSK-VERDICT
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE
               THRU 8000-WRITE-CHECK-LINE-EXIT.

           MOVE "SHARED-SERVICE ALLOCATION NETS TO ZERO ....."
               TO WSK-LABEL.
           IF WS-CO-ALLOC = ZERO
               MOVE "OK" TO WSK-VERDICT
           ELSE
               MOVE "** DISAGREE" TO WSK-VERDICT
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE
               THRU 8000-WRITE-CHECK-LINE-EXIT.

           MOVE ZERO TO WS-RG-AMOUNT.
           PERFORM 9100-ADD-REGION-AMOUNT
               THRU 9100-ADD-REGION-AMOUNT-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-NODE-COUNT.
           ADD WS-UN-AMOUNT TO WS-RG-AMOUNT.

           MOVE "REGIONS AND UNASSIGNED FOOT TO COMPANY ....."
               TO WSK-LABEL.
           IF WS-RG-AMOUNT = WS-CO-AMOUNT
               MOVE "OK" TO WSK-VERDICT
           ELSE
               MOVE "** DISAGREE" TO WSK-VERDICT
           END-IF.
           PERFORM 8000-WRITE-CHECK-LINE
               THRU 8000-WRITE-CHECK-LINE-EXIT.

           IF WS-IN-BALANCE
               MOVE "*** THE ROLLUP CROSS-FOOTS TO THE PUBLISHED TOTAL"
                   TO WSS-STATUS
           ELSE
               MOVE "*** THE ROLLUP IS OUT OF BALANCE - SEE CHECKS"
                   TO WSS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-STATUS-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-HIST-READ-COUNT = ZERO
               MOVE "*** NO SUMAHIST RECORDS IN THE DATE RANGE"
                   TO WSS-STATUS
               WRITE SUMA-ROLLUP-REPORT-LINE FROM WS-STATUS-LINE
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE SUMA-ROLLUP-CARD-FILE
                 SUMA-HIER-FILE
                 SUMA-HISTORY-FILE
                 SUMA-POSTING-FILE
                 SUMA-ROLLUP-REPORT-FILE.

           DISPLAY "SUMAACUMULA - HISTORY RECORDS: " WS-HIST-READ-COUNT.
           DISPLAY "SUMAACUMULA - CHECKS FAILED:   " WS-CHECKS-FAILED.
           DISPLAY "SUMAACUMULA - COMPANY AMOUNT   " WS-CO-AMOUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================*
      * 9100-ADD-REGION-AMOUNT - ADD ONE REGION'S AMOUNT TO THE       *
      * FOOTING OF THE LEVELS.                                        *
      *================================================================*
       9100-ADD-REGION-AMOUNT.
           IF WS-NDT-LEVEL (WS-REG-IDX) = "R"
               ADD WS-NDT-AMOUNT (WS-REG-IDX) TO WS-RG-AMOUNT
           END-IF.
       9100-ADD-REGION-AMOUNT-EXIT.
           EXIT.
