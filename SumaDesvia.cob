      *================================================================*
      * PROGRAM-ID.  SumaDesvia                                       *
      * AUTHOR.      R. ALVARADO - BATCH SYSTEMS                      *
      * INSTALLATION. DATA PROCESSING CENTER                          *
      * DATE-WRITTEN. 10/15/2026                                      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026 RA  NEW PROGRAM - MONTHLY BUDGET-VERSUS-ACTUAL
      *                REPORT.  READS THE SUMABUDG BUDGET FILE AND
      *                THE SUMAHIST POSTING-HISTORY CLUSTER AND
      *                PRINTS, FOR EACH COST CENTER, THE MONTH-TO-
      *                DATE ACTUAL AGAINST THE MONTH'S BUDGET (THE
      *                VARIANCE IN AMOUNT AND PERCENT) AND THE
      *                FISCAL YEAR-TO-DATE ACTUAL, YEAR-TO-DATE
      *                BUDGET AND FULL-YEAR BUDGET.  A COST CENTER
      *                OVER ITS MONTH'S BUDGET BY MORE THAN THE
      *                PERCENTAGE ON THE SUMABVA CARD, OR POSTING
      *                WITH NO BUDGET FOR THE MONTH, IS FLAGGED.
      *                RETURN-CODE 8 WHEN ANY COST CENTER FLAGGED.
      * 10/15/2026 RA  A FAILED SUMAHIST READ NOW STOPS THE STEP RC 16
      *                INSTEAD OF REPORTING ON PART OF THE HISTORY.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaDesvia.
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
           SELECT SUMA-BVA-CARD-FILE ASSIGN TO SUMABVA
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUMA-BUDGET-FILE ASSIGN TO SUMABUDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-BUD-FILE-STATUS.

           SELECT SUMA-HISTORY-FILE ASSIGN TO SUMAHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT SUMA-BVA-REPORT-FILE ASSIGN TO SUMABVAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMA-BVA-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SUMABVA.

       FD  SUMA-BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAPRE.

       FD  SUMA-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUMAHST.

       FD  SUMA-BVA-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SUMA-BVA-REPORT-LINE            PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *    SWITCHES AND COUNTERS
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EOF-YES                      VALUE "Y".
               88  WS-EOF-NO                        VALUE "N".
           05  WS-BUDGET-EOF-SW        PIC X(01)   VALUE "N".
               88  WS-BUDGET-EOF-YES               VALUE "Y".
               88  WS-BUDGET-EOF-NO                VALUE "N".
           05  WS-CC-FOUND-SW          PIC X(01)   VALUE "N".
               88  WS-CC-FOUND                     VALUE "Y".
               88  WS-CC-NOT-FOUND                 VALUE "N".

       77  WS-READ-COUNT               PIC 9(07)   COMP    VALUE ZERO.
       77  WS-BUDGET-READ-COUNT        PIC 9(07)   COMP    VALUE ZERO.
       77  WS-FLAGGED-COUNT            PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-IDX                   PIC 9(03)   COMP    VALUE ZERO.
       77  WS-CC-SLOT                  PIC 9(03)   COMP    VALUE ZERO.
       77  WS-MAX-COST-CENTERS         PIC 9(03)   COMP    VALUE 100.
       77  WS-PAGE-COUNT               PIC 9(04)   COMP    VALUE ZERO.
       77  WS-LINE-COUNT               PIC 9(02)   COMP    VALUE ZERO.
       77  WS-MAX-LINES-PER-PAGE       PIC 9(02)   COMP    VALUE 55.

       01  WS-BUD-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-HST-FILE-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-MAX-OVER-PCT             PIC 9(03)   VALUE 5.
       01  WS-FY-START-MM              PIC 9(02)   VALUE 1.
       01  WS-FIND-COST-CENTER         PIC X(04)   VALUE SPACES.
       01  WS-VARIANCE                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-VAR-PCT                  PIC S9(05)V9 COMP-3 VALUE ZERO.
       01  WS-ABS-BUDGET               PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-FLAG-TEXT                PIC X(20)   VALUE SPACES.

      *----------------------------------------------------------------
      *    DATES - THE REPORT MONTH AND THE FISCAL YEAR AROUND IT,
      *    ALL AS CCYYMM SO A HISTORY DATE'S MONTH COMPARES
      *    STRAIGHT ACROSS.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DATE-R               REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH            PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-HIST-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-HIST-DATE-R              REDEFINES WS-HIST-DATE.
           05  WS-HIST-MONTH           PIC 9(06).
           05  FILLER                  PIC 9(02).

       01  WS-REPORT-MONTH             PIC 9(06)   VALUE ZERO.
       01  WS-REPORT-MONTH-R           REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-CCYY             PIC 9(04).
           05  WS-RPT-MM               PIC 9(02).

       01  WS-FY-FIRST-MONTH           PIC 9(06)   VALUE ZERO.
       01  WS-FY-FIRST-MONTH-R         REDEFINES WS-FY-FIRST-MONTH.
           05  WS-FYF-CCYY             PIC 9(04).
           05  WS-FYF-MM               PIC 9(02).

       01  WS-FY-LAST-MONTH            PIC 9(06)   VALUE ZERO.
       01  WS-FY-LAST-MONTH-R          REDEFINES WS-FY-LAST-MONTH.
           05  WS-FYL-CCYY             PIC 9(04).
           05  WS-FYL-MM               PIC 9(02).

      *----------------------------------------------------------------
      *    ONE SLOT PER COST CENTER.  THE BUDGET FILE IS LOADED
      *    FIRST, SO BUDGETED COST CENTERS FILL THE TABLE IN KEY
      *    ORDER; A COST CENTER THAT POSTS WITHOUT ANY BUDGET THIS
      *    FISCAL YEAR IS ADDED AT THE END WHEN IT FIRST APPEARS ON
      *    THE HISTORY.
      *----------------------------------------------------------------
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY             OCCURS 100 TIMES.
               10  WS-CCT-COST-CENTER  PIC X(04).
               10  WS-CCT-MTD-ACTUAL   PIC S9(11)V99 COMP-3.
               10  WS-CCT-MTD-BUDGET   PIC S9(11)V99 COMP-3.
               10  WS-CCT-YTD-ACTUAL   PIC S9(11)V99 COMP-3.
               10  WS-CCT-YTD-BUDGET   PIC S9(11)V99 COMP-3.
               10  WS-CCT-FY-BUDGET    PIC S9(11)V99 COMP-3.
               10  WS-CCT-BUDGET-SW    PIC X(01).
                   88  WS-CCT-HAS-BUDGET           VALUE "Y".

       01  WS-GRAND-TOTALS.
           05  WS-GT-MTD-ACTUAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-MTD-BUDGET        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-YTD-ACTUAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-YTD-BUDGET        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-FY-BUDGET         PIC S9(13)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      *    PRINT REPORT WORK AREAS
      *----------------------------------------------------------------
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "SUMADESVIA - BUDGET VERSUS ACTUAL REPORT".
           05  FILLER              PIC X(75) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "PAGE ".
           05  WSH1-PAGE-NUM       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WSH2-RUN-DATE       PIC 9(08).
           05  FILLER              PIC X(17) VALUE "   REPORT MONTH: ".
           05  WSH2-REPORT-MONTH   PIC 9(06).
           05  FILLER              PIC X(16) VALUE "   FISCAL YEAR: ".
           05  WSH2-FY-FIRST-MONTH PIC 9(06).
           05  FILLER              PIC X(01) VALUE "-".
           05  WSH2-FY-LAST-MONTH  PIC 9(06).
           05  FILLER              PIC X(17) VALUE "   TOLERANCE PCT ".
           05  WSH2-MAX-OVER-PCT   PIC ZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "CC    ".
           05  FILLER              PIC X(15) VALUE "     MTD ACTUAL".
           05  FILLER              PIC X(15) VALUE "     MTD BUDGET".
           05  FILLER              PIC X(15) VALUE "   MTD VARIANCE".
           05  FILLER              PIC X(09) VALUE "  VAR PCT".
           05  FILLER              PIC X(15) VALUE "     YTD ACTUAL".
           05  FILLER              PIC X(15) VALUE "     YTD BUDGET".
           05  FILLER              PIC X(15) VALUE " FULL-YR BUDGET".
           05  FILLER              PIC X(22) VALUE "  STATUS".
           05  FILLER              PIC X(05) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-COST-CENTER     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-MTD-ACTUAL      PIC -Z(10)9.99.
           05  WSD-MTD-BUDGET      PIC -Z(10)9.99.
           05  WSD-VARIANCE        PIC -Z(10)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSD-VAR-PCT         PIC -ZZZZ9.9.
           05  WSD-VAR-PCT-X       REDEFINES WSD-VAR-PCT
                                   PIC X(08).
           05  WSD-YTD-ACTUAL      PIC -Z(10)9.99.
           05  WSD-YTD-BUDGET      PIC -Z(10)9.99.
           05  WSD-FY-BUDGET       PIC -Z(10)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WSD-FLAG-TEXT       PIC X(20).
           05  FILLER              PIC X(05) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(06) VALUE "TOTAL ".
           05  WSG-MTD-ACTUAL      PIC -Z(10)9.99.
           05  WSG-MTD-BUDGET      PIC -Z(10)9.99.
           05  WSG-VARIANCE        PIC -Z(10)9.99.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  WSG-YTD-ACTUAL      PIC -Z(10)9.99.
           05  WSG-YTD-BUDGET      PIC -Z(10)9.99.
           05  WSG-FY-BUDGET       PIC -Z(10)9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSC-LABEL           PIC X(28) VALUE SPACES.
           05  WSC-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WSS-STATUS          PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000-MAINLINE                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-HISTORY-REC
               THRU 2000-PROCESS-HISTORY-REC-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      * 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, OPEN        *
      * FILES, LOAD THE FISCAL YEAR'S BUDGETS, PRIME THE READ         *
      *================================================================*
       1000-INITIALIZE.
           DISPLAY "SUMADESVIA - BUDGET VERSUS ACTUAL RUN STARTING".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  SUMA-BVA-CARD-FILE.
           OPEN OUTPUT SUMA-BVA-REPORT-FILE.

           PERFORM 1100-EDIT-BVA-CARD
               THRU 1100-EDIT-BVA-CARD-EXIT.

           OPEN INPUT SUMA-BUDGET-FILE.
           IF WS-BUD-FILE-STATUS NOT = "00"
               DISPLAY "SUMABUDG OPEN FAILED - FILE STATUS "
                   WS-BUD-FILE-STATUS
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

           INITIALIZE WS-CC-TABLE.

           PERFORM 1200-LOAD-BUDGETS
               THRU 1200-LOAD-BUDGETS-EXIT.

           PERFORM 2100-READ-HISTORY-REC
               THRU 2100-READ-HISTORY-REC-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      * 1100-EDIT-BVA-CARD - A MISSING OR BLANK REPORT MONTH MEANS    *
      * THIS MONTH, A BLANK TOLERANCE 5 PERCENT, A BLANK FISCAL-YEAR  *
      * START JANUARY.  A VALUE PRESENT BUT GARBLED IS AN OPERATOR    *
      * KEYING ERROR AND FAILS THE STEP BEFORE ANYTHING IS READ.      *
      * THE FISCAL YEAR IS THEN THE TWELVE MONTHS FROM THE LAST       *
      * FISCAL-YEAR START ON OR BEFORE THE REPORT MONTH.              *
      *================================================================*
       1100-EDIT-BVA-CARD.
           MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.

           READ SUMA-BVA-CARD-FILE
               AT END
                   DISPLAY "SUMABVA CARD MISSING - THIS MONTH, "
                       "TOLERANCE 5 PCT, FISCAL YEAR FROM JANUARY"
                   GO TO 1100-EDIT-BVA-CARD-FY
           END-READ.

           IF BV-REPORT-MONTH = SPACES
               CONTINUE
           ELSE
               IF BV-REPORT-MONTH IS NOT NUMERIC
                   DISPLAY "SUMABVA REPORT MONTH NOT NUMERIC: "
                       BV-REPORT-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE BV-REPORT-MONTH TO WS-REPORT-MONTH
               END-IF
           END-IF.

           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY "SUMABVA REPORT MONTH INVALID: "
                   BV-REPORT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF BV-MAX-OVER-PCT = SPACES
               CONTINUE
           ELSE
               IF BV-MAX-OVER-PCT IS NOT NUMERIC
                   DISPLAY "SUMABVA TOLERANCE NOT NUMERIC: "
                       BV-MAX-OVER-PCT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE BV-MAX-OVER-PCT TO WS-MAX-OVER-PCT
               END-IF
           END-IF.

           IF BV-FY-START-MONTH = SPACES
               CONTINUE
           ELSE
               IF BV-FY-START-MONTH IS NOT NUMERIC
                   DISPLAY "SUMABVA FISCAL YEAR START NOT NUMERIC: "
                       BV-FY-START-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE BV-FY-START-MONTH TO WS-FY-START-MM
               END-IF
           END-IF.

           IF WS-FY-START-MM < 1 OR WS-FY-START-MM > 12
               DISPLAY "SUMABVA FISCAL YEAR START INVALID: "
                   BV-FY-START-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-EDIT-BVA-CARD-FY.
           MOVE WS-FY-START-MM TO WS-FYF-MM.
           IF WS-RPT-MM < WS-FY-START-MM
               COMPUTE WS-FYF-CCYY = WS-RPT-CCYY - 1
           ELSE
               MOVE WS-RPT-CCYY TO WS-FYF-CCYY
           END-IF.

           IF WS-FY-START-MM = 1
               MOVE WS-FYF-CCYY TO WS-FYL-CCYY
               MOVE 12          TO WS-FYL-MM
           ELSE
               COMPUTE WS-FYL-CCYY = WS-FYF-CCYY + 1
               COMPUTE WS-FYL-MM   = WS-FY-START-MM - 1
           END-IF.

           DISPLAY "REPORTING " WS-REPORT-MONTH " IN FISCAL YEAR "
               WS-FY-FIRST-MONTH "-" WS-FY-LAST-MONTH
               ", TOLERANCE " WS-MAX-OVER-PCT " PCT".
       1100-EDIT-BVA-CARD-EXIT.
           EXIT.

      *================================================================*
      * 1200-LOAD-BUDGETS - READ THE WHOLE BUDGET FILE AND POST EACH  *
      * MONTH INSIDE THE FISCAL YEAR TO ITS COST CENTER'S SLOT.       *
      *================================================================*
       1200-LOAD-BUDGETS.
           PERFORM 1250-READ-NEXT-BUDGET
               THRU 1250-READ-NEXT-BUDGET-EXIT.

           PERFORM 1300-POST-BUDGET
               THRU 1300-POST-BUDGET-EXIT
               UNTIL WS-BUDGET-EOF-YES.
       1200-LOAD-BUDGETS-EXIT.
           EXIT.

      *================================================================*
      * 1250-READ-NEXT-BUDGET - READ THE NEXT BUDGET ENTRY, SET THE   *
      * BUDGET EOF SWITCH                                             *
      *================================================================*
       1250-READ-NEXT-BUDGET.
           READ SUMA-BUDGET-FILE NEXT RECORD
               AT END
                   SET WS-BUDGET-EOF-YES TO TRUE
                   GO TO 1250-READ-NEXT-BUDGET-EXIT
           END-READ.

           IF WS-BUD-FILE-STATUS NOT = "00"
               DISPLAY "SUMABUDG READ FAILED - FILE STATUS "
                   WS-BUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-BUDGET-READ-COUNT.
       1250-READ-NEXT-BUDGET-EXIT.
           EXIT.

      *================================================================*
      * 1300-POST-BUDGET - ONE MONTH'S BUDGET: IT COUNTS TOWARD THE   *
      * FULL YEAR IF IT FALLS IN THE FISCAL YEAR, TOWARD YEAR TO      *
      * DATE IF IT IS NOT AFTER THE REPORT MONTH, AND IS THE MONTH'S  *
      * BUDGET IF IT IS THE REPORT MONTH.                             *
      *================================================================*
       1300-POST-BUDGET.
           IF BP-FISCAL-MONTH < WS-FY-FIRST-MONTH
               OR BP-FISCAL-MONTH > WS-FY-LAST-MONTH
               GO TO 1300-POST-BUDGET-NEXT
           END-IF.

           MOVE BP-COST-CENTER TO WS-FIND-COST-CENTER.
           PERFORM 2200-FIND-CC-SLOT
               THRU 2200-FIND-CC-SLOT-EXIT.

           SET WS-CCT-HAS-BUDGET (WS-CC-SLOT) TO TRUE.
           ADD BP-BUDGET-AMOUNT TO WS-CCT-FY-BUDGET (WS-CC-SLOT).

           IF BP-FISCAL-MONTH NOT > WS-REPORT-MONTH
               ADD BP-BUDGET-AMOUNT TO WS-CCT-YTD-BUDGET (WS-CC-SLOT)
           END-IF.

           IF BP-FISCAL-MONTH = WS-REPORT-MONTH
               ADD BP-BUDGET-AMOUNT TO WS-CCT-MTD-BUDGET (WS-CC-SLOT)
           END-IF.

       1300-POST-BUDGET-NEXT.
           PERFORM 1250-READ-NEXT-BUDGET
               THRU 1250-READ-NEXT-BUDGET-EXIT.
       1300-POST-BUDGET-EXIT.
           EXIT.

      *================================================================*
      * 2000-PROCESS-HISTORY-REC - ROUTE ONE HISTORY RECORD: A RUN    *
      * DATE IN THE REPORT MONTH ADDS TO MONTH TO DATE, ANY RUN DATE  *
      * FROM THE FISCAL-YEAR START THROUGH THE REPORT MONTH ADDS TO   *
      * YEAR TO DATE.  THE CLUSTER READS BACK IN DATE-MAJOR KEY       *
      * ORDER, SO THE FIRST RECORD PAST THE REPORT MONTH ENDS THE     *
      * SCAN.                                                         *
      *================================================================*
       2000-PROCESS-HISTORY-REC.
           MOVE PH-RUN-DATE TO WS-HIST-DATE.

           IF WS-HIST-MONTH > WS-REPORT-MONTH
               SET WS-EOF-YES TO TRUE
               GO TO 2000-PROCESS-HISTORY-REC-EXIT
           END-IF.

           IF WS-HIST-MONTH < WS-FY-FIRST-MONTH
               GO TO 2000-PROCESS-HISTORY-REC-NEXT
           END-IF.

           ADD 1 TO WS-READ-COUNT.

           MOVE PH-COST-CENTER TO WS-FIND-COST-CENTER.
           PERFORM 2200-FIND-CC-SLOT
               THRU 2200-FIND-CC-SLOT-EXIT.

           ADD PH-AMOUNT TO WS-CCT-YTD-ACTUAL (WS-CC-SLOT).

           IF WS-HIST-MONTH = WS-REPORT-MONTH
               ADD PH-AMOUNT TO WS-CCT-MTD-ACTUAL (WS-CC-SLOT)
           END-IF.

       2000-PROCESS-HISTORY-REC-NEXT.
           PERFORM 2100-READ-HISTORY-REC
               THRU 2100-READ-HISTORY-REC-EXIT.
       2000-PROCESS-HISTORY-REC-EXIT.
           EXIT.

      *================================================================*
      * 2100-READ-HISTORY-REC - READ THE NEXT HISTORY RECORD, SET     *
      * EOF                                                           *
      *================================================================*
       2100-READ-HISTORY-REC.
           READ SUMA-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-READ-HISTORY-REC-EXIT
           END-READ.

           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "SUMAHIST READ FAILED - FILE STATUS "
                   WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-READ-HISTORY-REC-EXIT.
           EXIT.

      *================================================================*
      * 2200-FIND-CC-SLOT - FIND THE COST CENTER IN THE TABLE,        *
      * OPENING A NEW SLOT THE FIRST TIME IT APPEARS.                 *
      *================================================================*
       2200-FIND-CC-SLOT.
           SET WS-CC-NOT-FOUND TO TRUE.

           PERFORM 2250-MATCH-CC-SLOT
               THRU 2250-MATCH-CC-SLOT-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
                   OR WS-CC-FOUND.

           IF WS-CC-FOUND
               GO TO 2200-FIND-CC-SLOT-EXIT
           END-IF.

           IF WS-CC-COUNT >= WS-MAX-COST-CENTERS
               DISPLAY "MORE THAN " WS-MAX-COST-CENTERS
                   " COST CENTERS BUDGETED OR POSTED - TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-CC-COUNT.
           MOVE WS-FIND-COST-CENTER
               TO WS-CCT-COST-CENTER (WS-CC-COUNT).
           MOVE WS-CC-COUNT TO WS-CC-SLOT.
       2200-FIND-CC-SLOT-EXIT.
           EXIT.

      *================================================================*
      * 2250-MATCH-CC-SLOT - IF THIS SLOT IS THE COST CENTER WANTED,  *
      * REMEMBER IT AND STOP THE SCAN.                                *
      *================================================================*
       2250-MATCH-CC-SLOT.
           IF WS-CCT-COST-CENTER (WS-CC-IDX) = WS-FIND-COST-CENTER
               SET WS-CC-FOUND TO TRUE
               MOVE WS-CC-IDX TO WS-CC-SLOT
           END-IF.
       2250-MATCH-CC-SLOT-EXIT.
           EXIT.

      *================================================================*
      * 3000-WRITE-BUDGET-LINE - JUDGE ONE COST CENTER AND PRINT ITS  *
      * LINE.  "OVER" MEANS THE MONTH-TO-DATE ACTUAL IS ABOVE THE     *
      * MONTH'S BUDGET; THE PERCENT IS OF THE BUDGET'S MAGNITUDE.     *
      * A COST CENTER POSTING THIS MONTH WITH NO BUDGET FOR IT IS     *
      * FLAGGED AS WELL - IT IS OVER BY DEFINITION.                   *
      *================================================================*
       3000-WRITE-BUDGET-LINE.
           IF WS-PAGE-COUNT = ZERO
               OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           COMPUTE WS-VARIANCE =
               WS-CCT-MTD-ACTUAL (WS-CC-IDX)
                   - WS-CCT-MTD-BUDGET (WS-CC-IDX).

           MOVE ZERO TO WS-VAR-PCT.
           MOVE WS-CCT-MTD-BUDGET (WS-CC-IDX) TO WS-ABS-BUDGET.
           IF WS-CCT-MTD-BUDGET (WS-CC-IDX) < ZERO
               COMPUTE WS-ABS-BUDGET =
                   ZERO - WS-CCT-MTD-BUDGET (WS-CC-IDX)
           END-IF.
           IF WS-ABS-BUDGET > ZERO
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VARIANCE * 100) / WS-ABS-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
           END-IF.

           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE TRUE
               WHEN WS-ABS-BUDGET = ZERO
                   IF WS-CCT-MTD-ACTUAL (WS-CC-IDX) NOT = ZERO
                       MOVE "** NO BUDGET **" TO WS-FLAG-TEXT
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
               WHEN WS-VARIANCE > ZERO
                   AND WS-VAR-PCT > WS-MAX-OVER-PCT
                   MOVE "** OVER BUDGET **" TO WS-FLAG-TEXT
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN WS-VARIANCE > ZERO
                   MOVE "OVER - IN TOLERANCE" TO WS-FLAG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-FLAG-TEXT = SPACES
               AND NOT WS-CCT-HAS-BUDGET (WS-CC-IDX)
               MOVE "NO BUDGET THIS FY" TO WS-FLAG-TEXT
           END-IF.

           MOVE WS-CCT-COST-CENTER (WS-CC-IDX) TO WSD-COST-CENTER.
           MOVE WS-CCT-MTD-ACTUAL (WS-CC-IDX)  TO WSD-MTD-ACTUAL.
           MOVE WS-CCT-MTD-BUDGET (WS-CC-IDX)  TO WSD-MTD-BUDGET.
           MOVE WS-VARIANCE                    TO WSD-VARIANCE.
           IF WS-ABS-BUDGET = ZERO
               MOVE SPACES TO WSD-VAR-PCT-X
           ELSE
               MOVE WS-VAR-PCT TO WSD-VAR-PCT
           END-IF.
           MOVE WS-CCT-YTD-ACTUAL (WS-CC-IDX)  TO WSD-YTD-ACTUAL.
           MOVE WS-CCT-YTD-BUDGET (WS-CC-IDX)  TO WSD-YTD-BUDGET.
           MOVE WS-CCT-FY-BUDGET (WS-CC-IDX)   TO WSD-FY-BUDGET.
           MOVE WS-FLAG-TEXT                   TO WSD-FLAG-TEXT.

           WRITE SUMA-BVA-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-LINE-COUNT.

           ADD WS-CCT-MTD-ACTUAL (WS-CC-IDX) TO WS-GT-MTD-ACTUAL.
           ADD WS-CCT-MTD-BUDGET (WS-CC-IDX) TO WS-GT-MTD-BUDGET.
           ADD WS-CCT-YTD-ACTUAL (WS-CC-IDX) TO WS-GT-YTD-ACTUAL.
           ADD WS-CCT-YTD-BUDGET (WS-CC-IDX) TO WS-GT-YTD-BUDGET.
           ADD WS-CCT-FY-BUDGET (WS-CC-IDX)  TO WS-GT-FY-BUDGET.
       3000-WRITE-BUDGET-LINE-EXIT.
           EXIT.

      *================================================================*
      * 3100-WRITE-REPORT-HEADING - START A NEW PAGE WITH THE         *
      * REPORT-MONTH HEADING AND COLUMN TITLES.                       *
      *================================================================*
       3100-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT     TO WSH1-PAGE-NUM.
           MOVE WS-RUN-DATE       TO WSH2-RUN-DATE.
           MOVE WS-REPORT-MONTH   TO WSH2-REPORT-MONTH.
           MOVE WS-FY-FIRST-MONTH TO WSH2-FY-FIRST-MONTH.
           MOVE WS-FY-LAST-MONTH  TO WSH2-FY-LAST-MONTH.
           MOVE WS-MAX-OVER-PCT   TO WSH2-MAX-OVER-PCT.

           WRITE SUMA-BVA-REPORT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.

           WRITE SUMA-BVA-REPORT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE SUMA-BVA-REPORT-LINE FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       3100-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================*
      * 9000-TERMINATE - JUDGE AND PRINT EVERY COST CENTER, PRINT     *
      * THE COLUMN TOTALS, RUN COUNTS AND THE VERDICT, AND SET        *
      * RETURN-CODE 8 WHEN ANYTHING FLAGGED.                          *
      *================================================================*
       9000-TERMINATE.
           PERFORM 3000-WRITE-BUDGET-LINE
               THRU 3000-WRITE-BUDGET-LINE-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.

           IF WS-PAGE-COUNT = ZERO
               PERFORM 3100-WRITE-REPORT-HEADING
                   THRU 3100-WRITE-REPORT-HEADING-EXIT
           END-IF.

           MOVE WS-GT-MTD-ACTUAL TO WSG-MTD-ACTUAL.
           MOVE WS-GT-MTD-BUDGET TO WSG-MTD-BUDGET.
           COMPUTE WSG-VARIANCE = WS-GT-MTD-ACTUAL - WS-GT-MTD-BUDGET.
           MOVE WS-GT-YTD-ACTUAL TO WSG-YTD-ACTUAL.
           MOVE WS-GT-YTD-BUDGET TO WSG-YTD-BUDGET.
           MOVE WS-GT-FY-BUDGET  TO WSG-FY-BUDGET.
           WRITE SUMA-BVA-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "BUDGET MONTHS READ ........" TO WSC-LABEL.
           MOVE WS-BUDGET-READ-COUNT TO WSC-COUNT.
           WRITE SUMA-BVA-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "HISTORY RECORDS IN YEAR ...." TO WSC-LABEL.
           MOVE WS-READ-COUNT TO WSC-COUNT.
           WRITE SUMA-BVA-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COST CENTERS EXAMINED ......" TO WSC-LABEL.
           MOVE WS-CC-COUNT TO WSC-COUNT.
           WRITE SUMA-BVA-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COST CENTERS FLAGGED ......." TO WSC-LABEL.
           MOVE WS-FLAGGED-COUNT TO WSC-COUNT.
           WRITE SUMA-BVA-REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-FLAGGED-COUNT = ZERO
               MOVE "EVERY COST CENTER WITHIN BUDGET TOLERANCE"
                   TO WSS-STATUS
           ELSE
               MOVE "*** COST CENTERS OVER BUDGET - SEE FLAGS"
                   TO WSS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           WRITE SUMA-BVA-REPORT-LINE FROM WS-STATUS-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE SUMA-BVA-CARD-FILE
                 SUMA-BUDGET-FILE
                 SUMA-HISTORY-FILE
                 SUMA-BVA-REPORT-FILE.

           DISPLAY "SUMADESVIA - COST CENTERS EXAMINED: " WS-CC-COUNT.
           DISPLAY "SUMADESVIA - COST CENTERS FLAGGED:  "
               WS-FLAGGED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
